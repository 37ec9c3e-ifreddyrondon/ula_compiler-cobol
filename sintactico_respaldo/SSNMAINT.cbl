002491*    10/10/1988 FR    REGISTER A START ENTRY AT INITIALIZE AND AN
002492*                     END ENTRY AT TERMINATE THROUGH AUDITLOG, SO
002493*                     AUDRPT CAN REPORT ELAPSED TIME PER NIGHT.
002494*    10/29/1988 FR    A "D" TRANSACTION NO LONGER DELETES ON ONE
002495*                     OPERATOR'S CARD. THE CARD CARRIES THE
002496*                     REQUESTING OPERATOR'S ID (AND, ON THE
002497*                     DECK APRMAINT WRITES, THE APPROVER'S), AND
002498*                     APRCHECK FILES IT AS A PENDING REQUEST
002501*                     UNTIL A SECOND OPERATOR APPROVES IT. A D
002502*                     CARD WITH NO OPERATOR ID IS REJECTED.
002507*    11/03/1988 FR    PARM 'TRIAL' (OR 'TRIAL,FULLSSN') RUNS THE
002512*                     DECK AS AN EDIT ONLY. EVERY EDIT, CODE, AND
002517*                     APPROVAL CHECK IS MADE AGAINST THE CURRENT
002522*                     MASTER AND TRIALRPT LISTS WHAT THE REAL RUN
002527*                     WOULD DO TO EACH RECORD WITH ITS BEFORE AND
002532*                     AFTER VALUES, BUT NOTHING IS UPDATED -- NO
002537*                     MASTER, NAME INDEX, NAME HISTORY,
002542*                     PENDING-APPROVAL, CONTROL-COUNT, OR
002547*                     START/END AUDIT ENTRY. A DELETE FOR AN SSN
002552*                     NOT ON THE MASTER NO LONGER CARRIES THE
002557*                     APPROVAL OF THE DELETE BEFORE IT.
002599*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. MOTOROLA.
004120         ORGANIZATION IS INDEXED
004130         ACCESS MODE IS DYNAMIC
004140         RECORD KEY IS NDX-KEY.
004160     SELECT TRIAL-LISTING ASSIGN TO TRIALRPT
004180         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  SSN-TRAN
005400     05  SSN-TRAN-BIRTH-DATE-X REDEFINES SSN-TRAN-BIRTH-DATE
005500                                    PIC X(08).
005600     05  SSN-TRAN-SEX-CODE          PIC X(01).
005700     05  FILLER                     PIC X(01).
005710*    ON A DELETE, THE OPERATOR ASKING FOR IT AND, ON A CARD
005720*    APRMAINT WROTE AFTER A SECOND OPERATOR APPROVED IT, THE
005730*    APPROVER.
005740     05  SSN-TRAN-OPERATOR-ID       PIC X(08).
005750     05  FILLER                     PIC X(01).
005760     05  SSN-TRAN-APPROVER-ID       PIC X(08).
005770     05  FILLER                     PIC X(23).
005800 FD  SSN-MASTER
005900     LABEL RECORD IS STANDARD.
006000 COPY SSNMAST.
006640 FD  RUN-CONTROL
006650     LABEL RECORD IS OMITTED.
006660 COPY RUNCTL.
006670 FD  TRIAL-LISTING
006680     LABEL RECORD IS OMITTED.
006690 01  TRIAL-LISTING-RECORD           PIC X(80).
006700 WORKING-STORAGE SECTION.
006800 01  WS-SWITCHES.
006900     05  WS-TRAN-EOF-SWITCH         PIC X(01) VALUE "N".
007800     05  WS-TRANS-REJECTED          PIC 9(07) VALUE ZERO.
007900     05  WS-DELETES-NOT-FOUND       PIC 9(07) VALUE ZERO.
008000     05  WS-NAME-CHANGES            PIC 9(07) VALUE ZERO.
008050     05  WS-DELETES-HELD            PIC 9(07) VALUE ZERO.
008100 01  WS-MASTERS-TOTAL               PIC 9(07) VALUE ZERO.
008200 01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
008210 01  WS-NORMALIZE-FIELDS.
008220     05  WS-NMF-FUNCTION            PIC X(01) VALUE "N".
008230     05  WS-NMF-RESULT              PIC X(01) VALUE SPACE.
008240     05  WS-NORM-WORK               PIC X(20) VALUE SPACES.
008250 01  WS-APPROVAL-FIELDS.
008260     05  WS-APPROVAL-REASON         PIC X(02) VALUE SPACES.
008270     05  WS-APPROVAL-RESULT         PIC X(01) VALUE SPACE.
008280         88  WS-DELETE-APPROVED     VALUE "A".
008285         88  WS-DELETE-HELD         VALUE "H".
008290         88  WS-DELETE-WAITING      VALUE "W".
008295         88  WS-DELETE-NOT-APPROVED VALUE "N".
008300 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
008310 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
008400 01  WS-PROGRAM-ID                  PIC X(08) VALUE "SSNMAINT".
008708 01  WS-AUDIT-TYPE-FIELDS.
008709     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
008710     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
008711     05  WS-AUDIT-FULL-SSN-TYPE     PIC X(01) VALUE "F".
008712 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
008713     "FULL SSNS PRINTED UNDER FULLSSN PARM".
008714 01  WS-SSN-PRINT-FIELDS.
008715     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
008716         88  WS-PRINT-FULL-SSN      VALUE "F".
008717     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
008718 01  WS-PARM-FIELDS.
008719     05  WS-PARM-CARD               PIC X(80) VALUE SPACES.
008720     05  WS-RUN-MODE-PARM           PIC X(07) VALUE SPACES.
008721     05  WS-PRINT-PARM              PIC X(07) VALUE SPACES.
008722 01  WS-TRIAL-FIELDS.
008723     05  WS-TRIAL-SWITCH            PIC X(01) VALUE "N".
008724         88  WS-TRIAL-RUN           VALUE "Y".
008725     05  WS-MASTER-FOUND-SWITCH     PIC X(01) VALUE "N".
008726         88  WS-MASTER-FOUND        VALUE "Y".
008727     05  WS-TRIAL-ENTRY-SWITCH      PIC X(01) VALUE "N".
008728         88  WS-TRIAL-ENTRY-FOUND   VALUE "Y".
008729     05  WS-TRIAL-FULL-SWITCH       PIC X(01) VALUE "N".
008730         88  WS-TRIAL-TABLE-FULL    VALUE "Y".
008731     05  WS-TRIAL-LIMIT             PIC 9(04) VALUE 2000.
008732     05  WS-TRIAL-ACTION-CODE       PIC X(01) VALUE SPACE.
008733     05  WS-TRIAL-ACTION            PIC X(14) VALUE SPACES.
008734     05  WS-TRIAL-REASON            PIC X(40) VALUE SPACES.
008735     05  WS-TRIAL-LABEL             PIC X(06) VALUE SPACES.
008736     05  WS-TRIAL-NAME-SWITCH       PIC X(01) VALUE "N".
008737         88  WS-TRIAL-NAME-CHANGED  VALUE "Y".
008738 01  WS-BEFORE-IMAGE                PIC X(76) VALUE SPACES.
008739 01  WS-AFTER-IMAGE                 PIC X(76) VALUE SPACES.
008740*    WHAT A TRIAL RUN HAS ADDED, CHANGED, OR DELETED SO FAR, SO A
008741*    LATER CARD FOR THE SAME SSN SEES THE RECORD THE REAL RUN
008742*    WOULD SEE BY THEN.
008743 01  WS-TRIAL-TABLE.
008744     05  WS-TRIAL-COUNT             PIC 9(04) VALUE ZERO.
008745     05  WS-TRIAL-ENTRY OCCURS 2000 TIMES INDEXED BY WS-TRIAL-IDX.
008746         10  WS-TT-KEY              PIC X(09).
008747         10  WS-TT-STATE            PIC X(01).
008748             88  WS-TT-ON-FILE      VALUE "P".
008749         10  WS-TT-IMAGE            PIC X(76).
008750 01  WS-TRIAL-IMAGE.
008751     05  TW-KEY                     PIC X(09).
008752     05  TW-NAME                    PIC X(20).
008753     05  FILLER                     PIC X(11).
008754     05  TW-BIRTH-DATE              PIC X(08).
008755     05  TW-SEX-CODE                PIC X(01).
008756     05  FILLER                     PIC X(27).
008757 01  WS-TRIAL-HEADING.
008758     05  FILLER                     PIC X(40) VALUE
008759         "SSN MASTER MAINTENANCE TRIAL RUN".
008760     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
008761     05  WS-TH-RUN-DATE             PIC 9(08).
008762     05  FILLER                     PIC X(23) VALUE SPACES.
008763 01  WS-TRIAL-SUBHEADING.
008764     05  FILLER                     PIC X(40) VALUE
008765         "EDIT ONLY - NO FILE HAS BEEN UPDATED".
008766     05  FILLER                     PIC X(40) VALUE SPACES.
008767 01  WS-TRIAL-DETAIL-LINE.
008768     05  TD-TRAN-CODE               PIC X(01).
008769     05  FILLER                     PIC X(01) VALUE SPACE.
008770     05  TD-KEY                     PIC X(11).
008771     05  FILLER                     PIC X(02) VALUE SPACES.
008772     05  TD-ACTION                  PIC X(14).
008773     05  FILLER                     PIC X(01) VALUE SPACE.
008774     05  TD-REASON                  PIC X(40).
008775     05  FILLER                     PIC X(10) VALUE SPACES.
008776 01  WS-TRIAL-IMAGE-LINE.
008777     05  FILLER                     PIC X(02) VALUE SPACES.
008778     05  TI-LABEL                   PIC X(06).
008779     05  FILLER                     PIC X(01) VALUE SPACE.
008780     05  TI-NAME                    PIC X(20).
008781     05  FILLER                     PIC X(02) VALUE SPACES.
008782     05  FILLER                     PIC X(04) VALUE "DOB ".
008783     05  TI-BIRTH-DATE              PIC X(08).
008784     05  FILLER                     PIC X(02) VALUE SPACES.
008785     05  FILLER                     PIC X(04) VALUE "SEX ".
008786     05  TI-SEX-CODE                PIC X(01).
008787     05  FILLER                     PIC X(30) VALUE SPACES.
008788 01  WS-TRIAL-SUMMARY-LINE.
008789     05  WS-TS-LABEL                PIC X(40).
008790     05  WS-TS-VALUE                PIC ZZZZZZ9.
008791     05  FILLER                     PIC X(33) VALUE SPACES.
008800 PROCEDURE DIVISION.
008900 0000-MAINLINE.
009000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009400     STOP RUN.
009500 1000-INITIALIZE.
009510     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
009520     PERFORM 1060-ACCEPT-PARM THRU 1060-EXIT.
009530     IF WS-TRIAL-RUN
009540         PERFORM 1070-OPEN-FOR-TRIAL THRU 1070-EXIT
009550         GO TO 1000-READ-FIRST
009560     END-IF.
009570     CALL "AUDITLOG" USING WS-PROGRAM-ID
009602         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
009603         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
009604         WS-AUDIT-START-TYPE
009810     OPEN I-O SSN-NAME-INDEX.
009900     OPEN EXTEND NAME-HISTORY.
010000     OPEN EXTEND CONTROL-COUNTS.
010050 1000-READ-FIRST.
010100     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
010200 1000-EXIT.
010300     EXIT.
010325     CLOSE RUN-CONTROL.
010326 1050-EXIT.
010327     EXIT.
010328 1060-ACCEPT-PARM.
010329*    NO PARM IS A REAL RUN. 'TRIAL' ASKS FOR AN EDIT-ONLY RUN,
010330*    AND 'TRIAL,FULLSSN' PRINTS ITS LISTING WITH FULL SSNS.
010331     ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
010332     UNSTRING WS-PARM-CARD DELIMITED BY ","
010333         INTO WS-RUN-MODE-PARM WS-PRINT-PARM
010334     END-UNSTRING.
010335     IF WS-RUN-MODE-PARM = SPACES
010336         GO TO 1060-EXIT
010337     END-IF.
010338     IF WS-RUN-MODE-PARM NOT = "TRIAL"
010339         DISPLAY "SSNMAINT ABEND - PARM MUST BE TRIAL OR "
010340             "OMITTED: " WS-RUN-MODE-PARM
010341         MOVE 16 TO RETURN-CODE
010342         STOP RUN
010343     END-IF.
010344     MOVE "Y" TO WS-TRIAL-SWITCH.
010345     PERFORM 1065-CHECK-SSN-PRINT THRU 1065-EXIT.
010346 1060-EXIT.
010347     EXIT.
010348 1065-CHECK-SSN-PRINT.
010349*    LISTINGS PRINT XXX-XX-SSSS UNLESS THE RUN IS AUTHORIZED TO
010350*    PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON THE AUDIT LOG.
010351     IF WS-PRINT-PARM = SPACES
010352         GO TO 1065-EXIT
010353     END-IF.
010354     IF WS-PRINT-PARM NOT = "FULLSSN"
010355         DISPLAY "SSNMAINT ABEND - PRINT OPTION MUST BE FULLSSN: "
010356             WS-PRINT-PARM
010357         MOVE 16 TO RETURN-CODE
010358         STOP RUN
010359     END-IF.
010360     MOVE "F" TO WS-SSN-PRINT-MODE.
010361     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
010362     CALL "AUDITLOG" USING WS-PROGRAM-ID
010363         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
010364         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
010365         WS-AUDIT-FULL-SSN-TYPE
010366     END-CALL.
010367 1065-EXIT.
010368     EXIT.
010369 1070-OPEN-FOR-TRIAL.
010370*    A TRIAL RUN ONLY READS THE MASTER. THE NAME INDEX, NAME
010371*    HISTORY, AND CONTROL-COUNT FILES ARE NOT OPENED AT ALL, AND
010372*    NO START OR END ENTRY GOES ON THE AUDIT TRAIL.
010373     OPEN INPUT SSN-TRAN.
010374     OPEN INPUT SSN-MASTER.
010375     OPEN OUTPUT TRIAL-LISTING.
010376     DISPLAY "TRIAL RUN - NO FILE WILL BE UPDATED".
010377     MOVE WS-RUN-DATE TO WS-TH-RUN-DATE.
010378     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-HEADING.
010379     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-SUBHEADING.
010380     MOVE SPACES TO TRIAL-LISTING-RECORD.
010381     WRITE TRIAL-LISTING-RECORD.
010382 1070-EXIT.
010383     EXIT.
010400 2000-PROCESS-TRAN.
010500     PERFORM 2200-VALIDATE-TRAN THRU 2200-EXIT.
010600     IF WS-TRAN-IS-VALID
014700         WHEN SSN-TRAN-SEX-CODE NOT = "M" AND "F" AND "U"
014800                 AND SPACE
014900             MOVE "SEX CODE IS NOT M F OR U" TO WS-REJECT-REASON
014910         WHEN SSN-TRAN-DELETE AND SSN-TRAN-OPERATOR-ID = SPACES
014920             MOVE "NO OPERATOR ID ON DELETE" TO WS-REJECT-REASON
015000         WHEN OTHER
015100             MOVE "Y" TO WS-TRAN-VALID-SWITCH
015200     END-EVALUATE.
015300 2200-EXIT.
015400     EXIT.
015404 2300-READ-MASTER.
015408*    IN A TRIAL RUN A RECORD THE TRIAL HAS ALREADY ADDED, CHANGED,
015412*    OR DELETED COMES FROM THE TRIAL TABLE, NOT THE MASTER.
015416     MOVE "N" TO WS-MASTER-FOUND-SWITCH.
015420     MOVE SSN-TRAN-KEY TO SSN-MASTER-KEY-X.
015424     IF WS-TRIAL-RUN
015428         PERFORM 8400-FIND-TRIAL-ENTRY THRU 8400-EXIT
015432         IF WS-TRIAL-ENTRY-FOUND
015436             IF WS-TT-ON-FILE(WS-TRIAL-IDX)
015440                 MOVE WS-TT-IMAGE(WS-TRIAL-IDX)
015442                     TO SSN-MASTER-RECORD
015444                 MOVE "Y" TO WS-MASTER-FOUND-SWITCH
015448             END-IF
015452             GO TO 2300-EXIT
015456         END-IF
015460     END-IF.
015464     READ SSN-MASTER
015468         INVALID KEY
015472             GO TO 2300-EXIT
015476     END-READ.
015480     MOVE "Y" TO WS-MASTER-FOUND-SWITCH.
015484 2300-EXIT.
015488     EXIT.
015500 3000-ADD-MASTER.
015600*    AN ADD FOR AN SSN ALREADY ON THE MASTER IS REJECTED RATHER
015700*    THAN QUIETLY TURNED INTO A CHANGE -- A MISKEYED KEY ON AN
015800*    ADD CARD MUST NOT OVERLAY SOMEBODY ELSE'S RECORD.
015900     PERFORM 2300-READ-MASTER THRU 2300-EXIT.
016000     IF WS-MASTER-FOUND
016400         MOVE "ADD BUT MASTER RECORD ALREADY ON FILE"
016500             TO WS-REJECT-REASON
016550         PERFORM 6000-REJECT-TRAN THRU 6000-EXIT
016600     ELSE
016650         PERFORM 3100-BUILD-NEW-MASTER THRU 3100-EXIT
016700     END-IF.
016800 3000-EXIT.
016900     EXIT.
017000 3100-BUILD-NEW-MASTER.
017700     IF SSN-TRAN-SEX-CODE NOT = SPACE
017800         MOVE SSN-TRAN-SEX-CODE TO SSN-MASTER-SEX-CODE
017900     END-IF.
017910     IF WS-TRIAL-RUN
017920         MOVE "A" TO WS-TRIAL-ACTION-CODE
017930         MOVE SPACES TO WS-BEFORE-IMAGE
017940         MOVE SSN-MASTER-RECORD TO WS-AFTER-IMAGE
017950         PERFORM 8000-LIST-TRIAL-CHANGE THRU 8000-EXIT
017960     ELSE
018000         WRITE SSN-MASTER-RECORD
018010         PERFORM 7100-WRITE-NAME-INDEX THRU 7100-EXIT
018030     END-IF.
018100     ADD 1 TO WS-MASTERS-ADDED.
018200 3100-EXIT.
018300     EXIT.
018600*    THAN QUIETLY TURNED INTO AN ADD. A BLANK FIELD ON THE
018700*    TRANSACTION KEEPS THE MASTER'S VALUE, SO A BIRTH-DATE FIX
018800*    DOES NOT HAVE TO REKEY THE NAME.
018900     PERFORM 2300-READ-MASTER THRU 2300-EXIT.
019000     IF WS-MASTER-FOUND
019050         PERFORM 4100-APPLY-CHANGE THRU 4100-EXIT
019100     ELSE
019150         MOVE "CHANGE BUT NO MASTER RECORD ON FILE"
019300             TO WS-REJECT-REASON
019400         PERFORM 6000-REJECT-TRAN THRU 6000-EXIT
019700     END-IF.
019800 4000-EXIT.
019900     EXIT.
020000 4100-APPLY-CHANGE.
020050     MOVE SSN-MASTER-RECORD TO WS-BEFORE-IMAGE.
020100     IF SSN-TRAN-NAME NOT = SPACES
020200             AND SSN-TRAN-NAME NOT = SSN-MASTER-NAME
020300         PERFORM 4200-JOURNAL-NAME-CHANGE THRU 4200-EXIT
020900     IF SSN-TRAN-SEX-CODE NOT = SPACE
021000         MOVE SSN-TRAN-SEX-CODE TO SSN-MASTER-SEX-CODE
021100     END-IF.
021110     IF WS-TRIAL-RUN
021120         MOVE "C" TO WS-TRIAL-ACTION-CODE
021130         MOVE SSN-MASTER-RECORD TO WS-AFTER-IMAGE
021140         PERFORM 8000-LIST-TRIAL-CHANGE THRU 8000-EXIT
021150     ELSE
021200         REWRITE SSN-MASTER-RECORD
021250     END-IF.
021300     ADD 1 TO WS-MASTERS-UPDATED.
021400 4100-EXIT.
021500     EXIT.
021700*    RUNS BEFORE THE TRANSACTION NAME IS MOVED ONTO THE MASTER,
021800*    WHILE SSN-MASTER-NAME STILL HOLDS THE NAME BEING REPLACED,
021900*    THE SAME WAY SSNFMT JOURNALS ITS NAME-CHANGING REWRITES.
021910     IF WS-TRIAL-RUN
021920         MOVE "Y" TO WS-TRIAL-NAME-SWITCH
021930         ADD 1 TO WS-NAME-CHANGES
021940         GO TO 4200-EXIT
021950     END-IF.
022000     MOVE SPACES TO NAME-HISTORY-RECORD.
022100     MOVE SSN-TRAN-KEY    TO HIST-SSN.
022200     MOVE SSN-MASTER-NAME TO HIST-PRIOR-NAME.
022800 4200-EXIT.
022900     EXIT.
023000 5000-DELETE-MASTER.
023010*    NOTHING IS DELETED UNTIL APRCHECK SAYS A SECOND OPERATOR
023020*    HAS APPROVED IT.
023040     MOVE SPACE TO WS-APPROVAL-RESULT.
023100     PERFORM 2300-READ-MASTER THRU 2300-EXIT.
023200     IF WS-MASTER-FOUND
023250         PERFORM 5100-CHECK-APPROVAL THRU 5100-EXIT
023300     ELSE
023350         DISPLAY "DELETE TRAN FOR SSN " SSN-TRAN-KEY
023500             " - NO MASTER RECORD ON FILE"
023600         ADD 1 TO WS-DELETES-NOT-FOUND
023610         IF WS-TRIAL-RUN
023620             MOVE "NOT ON MASTER" TO WS-TRIAL-ACTION
023630             MOVE "DELETE WOULD BE COUNTED ONLY"
023635                 TO WS-TRIAL-REASON
023640             PERFORM 8100-LIST-TRIAL-CARD THRU 8100-EXIT
023650         END-IF
023710     END-IF.
023720     IF NOT WS-DELETE-APPROVED
023730         GO TO 5000-EXIT
023740     END-IF.
023741     IF WS-TRIAL-RUN
023742         MOVE "D" TO WS-TRIAL-ACTION-CODE
023743         MOVE SSN-MASTER-RECORD TO WS-BEFORE-IMAGE
023744         MOVE SPACES TO WS-AFTER-IMAGE
023745         PERFORM 8000-LIST-TRIAL-CHANGE THRU 8000-EXIT
023746     ELSE
023750         PERFORM 7000-DELETE-NAME-INDEX THRU 7000-EXIT
023800         DELETE SSN-MASTER
023850     END-IF.
023900     ADD 1 TO WS-MASTERS-DELETED.
024100 5000-EXIT.
024200     EXIT.
024201 5100-CHECK-APPROVAL.
024202     MOVE SPACES TO WS-APPROVAL-REASON.
024203     IF WS-TRIAL-RUN
024204         MOVE "T" TO WS-APPROVAL-RESULT
024205     END-IF.
024206     CALL "APRCHECK" USING WS-PROGRAM-ID SSN-TRAN-KEY
024207         SSN-TRAN-OPERATOR-ID SSN-TRAN-APPROVER-ID
024214         WS-APPROVAL-REASON SSN-MASTER-NAME WS-RUN-DATE
024215         WS-APPROVAL-RESULT
024216     END-CALL.
024217     EVALUATE TRUE
024218         WHEN WS-DELETE-HELD
024318             DISPLAY "DELETE TRAN FOR SSN " SSN-TRAN-KEY
024418                 " - HELD FOR APPROVAL, REQUESTED BY "
024518                 SSN-TRAN-OPERATOR-ID
024618             ADD 1 TO WS-DELETES-HELD
024718             MOVE "NEW REQUEST FOR APPROVAL" TO WS-TRIAL-REASON
024818         WHEN WS-DELETE-WAITING
024918             DISPLAY "DELETE TRAN FOR SSN " SSN-TRAN-KEY
025018                 " - ALREADY AWAITING APPROVAL"
025118             ADD 1 TO WS-DELETES-HELD
025218             MOVE "ALREADY AWAITING APPROVAL" TO WS-TRIAL-REASON
025318         WHEN WS-DELETE-NOT-APPROVED
025418             MOVE "NO APPROVED REQUEST ON FILE"
025518                 TO WS-REJECT-REASON
025618             PERFORM 6000-REJECT-TRAN THRU 6000-EXIT
025718     END-EVALUATE.
025818     IF WS-TRIAL-RUN
025918             AND (WS-DELETE-HELD OR WS-DELETE-WAITING)
026018         MOVE "WOULD HOLD" TO WS-TRIAL-ACTION
026118         PERFORM 8100-LIST-TRIAL-CARD THRU 8100-EXIT
026218     END-IF.
026318 5100-EXIT.
026418     EXIT.
026518 6000-REJECT-TRAN.
026618     DISPLAY "REJECTED SSN TRAN: " SSN-TRAN-KEY " - "
026718         WS-REJECT-REASON.
026818     ADD 1 TO WS-TRANS-REJECTED.
026918     IF WS-TRIAL-RUN
027018         MOVE "WOULD REJECT" TO WS-TRIAL-ACTION
027118         MOVE WS-REJECT-REASON TO WS-TRIAL-REASON
027218         PERFORM 8100-LIST-TRIAL-CARD THRU 8100-EXIT
027318     END-IF.
027418 6000-EXIT.
027518     EXIT.
027519 7000-DELETE-NAME-INDEX.
027520*    RUNS WHILE SSN-MASTER-NAME STILL HOLDS THE NAME THE INDEX
027521*    WAS KEYED UNDER. AN ENTRY ALREADY MISSING IS TOLERATED --
027522*    THE INDEX ONLY EXISTS TO SPEED THE NAME SEARCH.
027523     IF WS-TRIAL-RUN
027524         GO TO 7000-EXIT
027525     END-IF.
027526     PERFORM 7200-NORMALIZE-MASTER-NAME THRU 7200-EXIT.
027527     MOVE WS-NORM-WORK TO NDX-NORM-NAME.
027528     MOVE SSN-MASTER-KEY-X TO NDX-SSN.
027529     DELETE SSN-NAME-INDEX
027530         INVALID KEY
027531             CONTINUE
027532     END-DELETE.
027533 7000-EXIT.
027534     EXIT.
027535 7100-WRITE-NAME-INDEX.
027536     IF WS-TRIAL-RUN
027537         GO TO 7100-EXIT
027538     END-IF.
027539     PERFORM 7200-NORMALIZE-MASTER-NAME THRU 7200-EXIT.
027540     MOVE SPACES TO SSN-NAME-INDEX-RECORD.
027541     MOVE WS-NORM-WORK TO NDX-NORM-NAME.
027542     MOVE SSN-MASTER-KEY-X TO NDX-SSN.
027543     WRITE SSN-NAME-INDEX-RECORD
027544         INVALID KEY
027545             CONTINUE
027546     END-WRITE.
027547 7100-EXIT.
027548     EXIT.
027549 7200-NORMALIZE-MASTER-NAME.
027550     MOVE "N" TO WS-NMF-FUNCTION.
027551     CALL "NAMEMTCH" USING WS-NMF-FUNCTION SSN-MASTER-NAME
027552         WS-NORM-WORK WS-NMF-RESULT
027553     END-CALL.
027554 7200-EXIT.
027555     EXIT.
027556 8000-LIST-TRIAL-CHANGE.
027557*    WHAT THE REAL RUN WOULD DO TO THE MASTER, WITH THE RECORD AS
027558*    IT STANDS AND AS IT WOULD BE WRITTEN.
027559     EVALUATE WS-TRIAL-ACTION-CODE
027560         WHEN "A"
027561             MOVE "WOULD ADD" TO WS-TRIAL-ACTION
027562         WHEN "C"
027563             MOVE "WOULD CHANGE" TO WS-TRIAL-ACTION
027564         WHEN "D"
027565             MOVE "WOULD DELETE" TO WS-TRIAL-ACTION
027566     END-EVALUATE.
027567     MOVE SPACES TO WS-TRIAL-REASON.
027568     IF WS-TRIAL-NAME-CHANGED
027569         MOVE "PRIOR NAME WOULD GO TO NAME HISTORY"
027570             TO WS-TRIAL-REASON
027571     END-IF.
027572     PERFORM 8200-LIST-TRIAL-RESULT THRU 8200-EXIT.
027573     IF WS-BEFORE-IMAGE NOT = SPACES
027574         MOVE "BEFORE" TO WS-TRIAL-LABEL
027575         MOVE WS-BEFORE-IMAGE TO WS-TRIAL-IMAGE
027576         PERFORM 8300-LIST-TRIAL-IMAGE THRU 8300-EXIT
027577     END-IF.
027578     IF WS-AFTER-IMAGE NOT = SPACES
027579         MOVE "AFTER" TO WS-TRIAL-LABEL
027580         MOVE WS-AFTER-IMAGE TO WS-TRIAL-IMAGE
027581         PERFORM 8300-LIST-TRIAL-IMAGE THRU 8300-EXIT
027582     END-IF.
027583     PERFORM 8500-POST-TRIAL-TABLE THRU 8500-EXIT.
027584     MOVE "N" TO WS-TRIAL-NAME-SWITCH.
027585 8000-EXIT.
027586     EXIT.
027587 8100-LIST-TRIAL-CARD.
027588*    A CARD THE REAL RUN WOULD REJECT OR HOLD LISTS WITH ITS OWN
027589*    FIELDS, SINCE NOTHING ON THE MASTER CHANGES.
027590     PERFORM 8200-LIST-TRIAL-RESULT THRU 8200-EXIT.
027591     MOVE SPACES TO WS-TRIAL-IMAGE.
027592     MOVE "CARD" TO WS-TRIAL-LABEL.
027593     MOVE SSN-TRAN-NAME         TO TW-NAME.
027594     MOVE SSN-TRAN-BIRTH-DATE-X TO TW-BIRTH-DATE.
027595     MOVE SSN-TRAN-SEX-CODE     TO TW-SEX-CODE.
027596     PERFORM 8300-LIST-TRIAL-IMAGE THRU 8300-EXIT.
027597 8100-EXIT.
027598     EXIT.
027599 8200-LIST-TRIAL-RESULT.
027600     MOVE SPACES TO WS-TRIAL-DETAIL-LINE.
027601     MOVE SSN-TRAN-CODE TO TD-TRAN-CODE.
027602     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
027603         SSN-TRAN-KEY WS-PRINTED-SSN
027604     END-CALL.
027605     MOVE WS-PRINTED-SSN  TO TD-KEY.
027606     MOVE WS-TRIAL-ACTION TO TD-ACTION.
027607     MOVE WS-TRIAL-REASON TO TD-REASON.
027608     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-DETAIL-LINE.
027609 8200-EXIT.
027610     EXIT.
027611 8300-LIST-TRIAL-IMAGE.
027612     MOVE WS-TRIAL-LABEL TO TI-LABEL.
027613     MOVE TW-NAME        TO TI-NAME.
027614     MOVE TW-BIRTH-DATE  TO TI-BIRTH-DATE.
027615     MOVE TW-SEX-CODE    TO TI-SEX-CODE.
027616     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-IMAGE-LINE.
027617 8300-EXIT.
027618     EXIT.
027619 8400-FIND-TRIAL-ENTRY.
027620     MOVE "N" TO WS-TRIAL-ENTRY-SWITCH.
027621     SET WS-TRIAL-IDX TO 1.
027622     SEARCH WS-TRIAL-ENTRY
027623         AT END
027624             MOVE "N" TO WS-TRIAL-ENTRY-SWITCH
027625         WHEN WS-TRIAL-IDX > WS-TRIAL-COUNT
027626             MOVE "N" TO WS-TRIAL-ENTRY-SWITCH
027627         WHEN WS-TT-KEY(WS-TRIAL-IDX) = SSN-TRAN-KEY
027628             MOVE "Y" TO WS-TRIAL-ENTRY-SWITCH
027629     END-SEARCH.
027630 8400-EXIT.
027631     EXIT.
027632 8500-POST-TRIAL-TABLE.
027633*    RECORDS WHAT THE REAL RUN WOULD NOW HAVE ON THE MASTER FOR
027634*    THIS SSN. ONCE THE TABLE IS FULL, LATER CARDS FOR SSNS NOT
027635*    ALREADY IN IT ARE CHECKED AGAINST THE MASTER AS IT STANDS.
027636     PERFORM 8400-FIND-TRIAL-ENTRY THRU 8400-EXIT.
027637     IF NOT WS-TRIAL-ENTRY-FOUND
027638         IF WS-TRIAL-COUNT >= WS-TRIAL-LIMIT
027639             IF NOT WS-TRIAL-TABLE-FULL
027640                 DISPLAY "TRIAL TABLE FULL AT " WS-TRIAL-LIMIT
027641                     " SSNS - LATER CARDS FOR THE SAME SSN MAY "
027642                     "NOT LIST AS THEY WOULD RUN"
027643                 MOVE "Y" TO WS-TRIAL-FULL-SWITCH
027644             END-IF
027645             GO TO 8500-EXIT
027646         END-IF
027647         ADD 1 TO WS-TRIAL-COUNT
027648         SET WS-TRIAL-IDX TO WS-TRIAL-COUNT
027649         MOVE SSN-TRAN-KEY TO WS-TT-KEY(WS-TRIAL-IDX)
027650     END-IF.
027651     IF WS-TRIAL-ACTION-CODE = "D"
027652         MOVE "G" TO WS-TT-STATE(WS-TRIAL-IDX)
027653     ELSE
027654         MOVE "P" TO WS-TT-STATE(WS-TRIAL-IDX)
027655     END-IF.
027656     MOVE WS-AFTER-IMAGE TO WS-TT-IMAGE(WS-TRIAL-IDX).
027657 8500-EXIT.
027658     EXIT.
027659 8900-PRINT-TRIAL-SUMMARY.
027660     MOVE SPACES TO TRIAL-LISTING-RECORD.
027661     WRITE TRIAL-LISTING-RECORD.
027662     MOVE SPACES TO WS-TRIAL-SUMMARY-LINE.
027663     MOVE "SSN TRANSACTIONS READ" TO WS-TS-LABEL.
027664     MOVE WS-TRANS-READ TO WS-TS-VALUE.
027665     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-SUMMARY-LINE.
027666     MOVE "MASTERS THAT WOULD BE ADDED" TO WS-TS-LABEL.
027667     MOVE WS-MASTERS-ADDED TO WS-TS-VALUE.
027668     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-SUMMARY-LINE.
027669     MOVE "MASTERS THAT WOULD BE CHANGED" TO WS-TS-LABEL.
027670     MOVE WS-MASTERS-UPDATED TO WS-TS-VALUE.
027671     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-SUMMARY-LINE.
027672     MOVE "MASTERS THAT WOULD BE DELETED" TO WS-TS-LABEL.
027673     MOVE WS-MASTERS-DELETED TO WS-TS-VALUE.
027674     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-SUMMARY-LINE.
027675     MOVE "TRANSACTIONS THAT WOULD BE REJECTED" TO WS-TS-LABEL.
027676     MOVE WS-TRANS-REJECTED TO WS-TS-VALUE.
027677     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-SUMMARY-LINE.
027678     MOVE "DELETES NOT ON MASTER" TO WS-TS-LABEL.
027679     MOVE WS-DELETES-NOT-FOUND TO WS-TS-VALUE.
027680     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-SUMMARY-LINE.
027681     MOVE "DELETES THAT WOULD BE HELD" TO WS-TS-LABEL.
027682     MOVE WS-DELETES-HELD TO WS-TS-VALUE.
027683     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-SUMMARY-LINE.
027684     MOVE "NAME CHANGES THAT WOULD BE JOURNALED" TO WS-TS-LABEL.
027685     MOVE WS-NAME-CHANGES TO WS-TS-VALUE.
027686     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-SUMMARY-LINE.
027687 8900-EXIT.
027688     EXIT.
027689 9000-TERMINATE.
027690     IF WS-TRIAL-RUN
027691         PERFORM 8900-PRINT-TRIAL-SUMMARY THRU 8900-EXIT
027692         CLOSE SSN-TRAN SSN-MASTER TRIAL-LISTING
027693     ELSE
027694         PERFORM 9100-WRITE-CONTROL-COUNTS THRU 9100-EXIT
027695         CLOSE SSN-TRAN SSN-MASTER SSN-NAME-INDEX NAME-HISTORY
027696             CONTROL-COUNTS
027697     END-IF.
027698     DISPLAY "SSN TRANSACTIONS READ:  " WS-TRANS-READ.
027699     DISPLAY "SSN MASTERS ADDED:      " WS-MASTERS-ADDED.
027700     DISPLAY "SSN MASTERS UPDATED:    " WS-MASTERS-UPDATED.
027701     DISPLAY "SSN MASTERS DELETED:    " WS-MASTERS-DELETED.
027702     DISPLAY "TRANSACTIONS REJECTED:  " WS-TRANS-REJECTED.
027703     DISPLAY "DELETES NOT ON MASTER:  " WS-DELETES-NOT-FOUND.
027704     DISPLAY "DELETES HELD:           " WS-DELETES-HELD.
027705     DISPLAY "NAME CHANGES JOURNALED: " WS-NAME-CHANGES.
027706     IF WS-TRIAL-RUN
027707         DISPLAY "TRIAL RUN COMPLETE - SEE TRIALRPT FOR WHAT A "
027708             "REAL RUN WOULD DO"
027709         GO TO 9000-EXIT
027710     END-IF.
027711     COMPUTE WS-MASTERS-TOTAL =
027712         WS-MASTERS-ADDED + WS-MASTERS-UPDATED
027713         + WS-MASTERS-DELETED.
027714     CALL "AUDITLOG" USING WS-PROGRAM-ID
027715         WS-TRANS-READ WS-MASTERS-TOTAL WS-TRANS-REJECTED
027716         WS-AUDIT-ZERO WS-AUDIT-MESSAGE WS-RUN-NUMBER
027717         WS-AUDIT-END-TYPE
027718     END-CALL.
027719 9000-EXIT.
027720     EXIT.
027721 9100-WRITE-CONTROL-COUNTS.
027722     INITIALIZE CONTROL-COUNT-RECORD.
027723     MOVE WS-PROGRAM-ID      TO CC-PROGRAM-ID.
027724     MOVE WS-TRANS-READ      TO CC-RECORDS-READ.
027725     MOVE WS-MASTERS-DELETED TO CC-RECORDS-WRITTEN.
027726     MOVE WS-TRANS-REJECTED  TO CC-RECORDS-REJECTED.
027727     MOVE WS-MASTERS-UPDATED TO CC-RECORDS-UPDATED.
027728     MOVE WS-MASTERS-ADDED   TO CC-RECORDS-NOT-FOUND.
027729     MOVE WS-RUN-DATE        TO CC-RUN-DATE.
027730     MOVE WS-RUN-NUMBER      TO CC-RUN-NUMBER.
027731     WRITE CONTROL-COUNT-RECORD.
027732 9100-EXIT.
027800     EXIT.
