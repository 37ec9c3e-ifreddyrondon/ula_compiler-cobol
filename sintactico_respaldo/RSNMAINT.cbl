002141*    10/10/1988 FR    REGISTER A START ENTRY AT INITIALIZE AND AN
002142*                     END ENTRY AT TERMINATE THROUGH AUDITLOG, SO
002143*                     AUDRPT CAN REPORT ELAPSED TIME PER NIGHT.
002148*    11/03/1988 FR    PARM 'TRIAL' RUNS THE DECK AS AN EDIT ONLY.
002153*                     EVERY EDIT AND CODE CHECK IS MADE AGAINST
002158*                     THE CURRENT FILE AND TRIALRPT LISTS WHAT THE
002163*                     REAL RUN WOULD DO TO EACH CODE WITH ITS
002168*                     BEFORE AND AFTER VALUES, BUT NOTHING IS
002173*                     UPDATED -- NO REASON-FILE, CONTROL-COUNT, OR
002178*                     START/END AUDIT ENTRY.
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003600         ORGANIZATION IS LINE SEQUENTIAL.
003610     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
003620         ORGANIZATION IS LINE SEQUENTIAL.
003640     SELECT TRIAL-LISTING ASSIGN TO TRIALRPT
003660         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  REASON-TRAN
005510 FD  RUN-CONTROL
005520     LABEL RECORD IS OMITTED.
005530 COPY RUNCTL.
005540 FD  TRIAL-LISTING
005550     LABEL RECORD IS OMITTED.
005560 01  TRIAL-LISTING-RECORD           PIC X(80).
005600 WORKING-STORAGE SECTION.
005700 01  WS-SWITCHES.
005800     05  WS-TRAN-EOF-SWITCH         PIC X(01) VALUE "N".
007408 01  WS-AUDIT-TYPE-FIELDS.
007409     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
007410     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
007411 01  WS-RUN-MODE-PARM               PIC X(80) VALUE SPACES.
007412 01  WS-TRIAL-FIELDS.
007413     05  WS-TRIAL-SWITCH            PIC X(01) VALUE "N".
007414         88  WS-TRIAL-RUN           VALUE "Y".
007415     05  WS-CODE-FOUND-SWITCH       PIC X(01) VALUE "N".
007416         88  WS-CODE-FOUND          VALUE "Y".
007417     05  WS-TRIAL-ENTRY-SWITCH      PIC X(01) VALUE "N".
007418         88  WS-TRIAL-ENTRY-FOUND   VALUE "Y".
007419     05  WS-TRIAL-LIMIT             PIC 9(03) VALUE 500.
007420     05  WS-TRIAL-ACTION-CODE       PIC X(01) VALUE SPACE.
007421     05  WS-TRIAL-ACTION            PIC X(14) VALUE SPACES.
007422     05  WS-TRIAL-REASON            PIC X(40) VALUE SPACES.
007423     05  WS-TRIAL-LABEL             PIC X(06) VALUE SPACES.
007424 01  WS-BEFORE-IMAGE                PIC X(80) VALUE SPACES.
007425 01  WS-AFTER-IMAGE                 PIC X(80) VALUE SPACES.
007426*    WHAT A TRIAL RUN HAS ADDED, CHANGED, OR DELETED SO FAR, SO A
007427*    LATER CARD FOR THE SAME CODE SEES WHAT THE REAL RUN WOULD.
007428 01  WS-TRIAL-TABLE.
007429     05  WS-TRIAL-COUNT             PIC 9(03) VALUE ZERO.
007430     05  WS-TRIAL-ENTRY OCCURS 500 TIMES INDEXED BY WS-TRIAL-IDX.
007431         10  WS-TT-KEY              PIC X(02).
007432         10  WS-TT-STATE            PIC X(01).
007433             88  WS-TT-ON-FILE      VALUE "P".
007434         10  WS-TT-IMAGE            PIC X(80).
007435 01  WS-TRIAL-IMAGE.
007436     05  TW-CODE                    PIC X(02).
007437     05  TW-DESCRIPTION             PIC X(30).
007438     05  TW-SEVERITY                PIC X(01).
007439     05  FILLER                     PIC X(47).
007440 01  WS-TRIAL-HEADING.
007441     05  FILLER                     PIC X(40) VALUE
007442         "REASON-CODE MAINTENANCE TRIAL RUN".
007443     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
007444     05  WS-TH-RUN-DATE             PIC 9(08).
007445     05  FILLER                     PIC X(23) VALUE SPACES.
007446 01  WS-TRIAL-SUBHEADING.
007447     05  FILLER                     PIC X(40) VALUE
007448         "EDIT ONLY - NO FILE HAS BEEN UPDATED".
007449     05  FILLER                     PIC X(40) VALUE SPACES.
007450 01  WS-TRIAL-DETAIL-LINE.
007451     05  TD-TRAN-CODE               PIC X(01).
007452     05  FILLER                     PIC X(01) VALUE SPACE.
007453     05  TD-KEY                     PIC X(02).
007454     05  FILLER                     PIC X(02) VALUE SPACES.
007455     05  TD-ACTION                  PIC X(14).
007456     05  FILLER                     PIC X(01) VALUE SPACE.
007457     05  TD-REASON                  PIC X(40).
007458     05  FILLER                     PIC X(19) VALUE SPACES.
007459 01  WS-TRIAL-IMAGE-LINE.
007460     05  FILLER                     PIC X(02) VALUE SPACES.
007461     05  TI-LABEL                   PIC X(06).
007462     05  FILLER                     PIC X(01) VALUE SPACE.
007463     05  TI-DESCRIPTION             PIC X(30).
007464     05  FILLER                     PIC X(02) VALUE SPACES.
007465     05  FILLER                     PIC X(09) VALUE "SEVERITY ".
007466     05  TI-SEVERITY                PIC X(01).
007467     05  FILLER                     PIC X(29) VALUE SPACES.
007468 01  WS-TRIAL-SUMMARY-LINE.
007469     05  WS-TS-LABEL                PIC X(40).
007470     05  WS-TS-VALUE                PIC ZZZZZZ9.
007471     05  FILLER                     PIC X(33) VALUE SPACES.
007500 PROCEDURE DIVISION.
007600 0000-MAINLINE.
007700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008100     STOP RUN.
008200 1000-INITIALIZE.
008201     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
008202     PERFORM 1060-ACCEPT-PARM THRU 1060-EXIT.
008203     IF WS-TRIAL-RUN
008204         PERFORM 1070-OPEN-FOR-TRIAL THRU 1070-EXIT
008205         GO TO 1000-READ-FIRST
008206     END-IF.
008207     CALL "AUDITLOG" USING WS-PROGRAM-ID
008212         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
008213         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
008214         WS-AUDIT-START-TYPE
008300     OPEN INPUT REASON-TRAN.
008400     OPEN I-O REASON-FILE.
008500     OPEN EXTEND CONTROL-COUNTS.
008550 1000-READ-FIRST.
008600     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
008700 1000-EXIT.
008800     EXIT.
008825     CLOSE RUN-CONTROL.
008826 1050-EXIT.
008827     EXIT.
008829 1060-ACCEPT-PARM.
008831*    NO PARM IS A REAL RUN. 'TRIAL' ASKS FOR AN EDIT-ONLY RUN.
008833     ACCEPT WS-RUN-MODE-PARM FROM COMMAND-LINE.
008835     IF WS-RUN-MODE-PARM = SPACES
008837         GO TO 1060-EXIT
008839     END-IF.
008841     IF WS-RUN-MODE-PARM NOT = "TRIAL"
008843         DISPLAY "RSNMAINT ABEND - PARM MUST BE TRIAL OR "
008845             "OMITTED: " WS-RUN-MODE-PARM
008847         MOVE 16 TO RETURN-CODE
008849         STOP RUN
008851     END-IF.
008853     MOVE "Y" TO WS-TRIAL-SWITCH.
008855 1060-EXIT.
008857     EXIT.
008859 1070-OPEN-FOR-TRIAL.
008861*    A TRIAL RUN ONLY READS THE REASON FILE. THE CONTROL-COUNT
008863*    FILE IS NOT OPENED AND NO START OR END ENTRY GOES ON THE
008865*    AUDIT TRAIL.
008867     OPEN INPUT REASON-TRAN.
008869     OPEN INPUT REASON-FILE.
008871     OPEN OUTPUT TRIAL-LISTING.
008873     DISPLAY "TRIAL RUN - NO FILE WILL BE UPDATED".
008875     MOVE WS-RUN-DATE TO WS-TH-RUN-DATE.
008877     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-HEADING.
008879     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-SUBHEADING.
008881     MOVE SPACES TO TRIAL-LISTING-RECORD.
008883     WRITE TRIAL-LISTING-RECORD.
008885 1070-EXIT.
008887     EXIT.
008900 2000-PROCESS-TRAN.
009000     PERFORM 2200-VALIDATE-TRAN THRU 2200-EXIT.
009100     IF WS-TRAN-IS-VALID
013000     END-EVALUATE.
013100 2200-EXIT.
013200     EXIT.
013204 2300-READ-CODE.
013208*    IN A TRIAL RUN A CODE THE TRIAL HAS ALREADY ADDED, CHANGED,
013212*    OR DELETED COMES FROM THE TRIAL TABLE, NOT THE FILE.
013216     MOVE "N" TO WS-CODE-FOUND-SWITCH.
013220     MOVE RSN-TRAN-KEY TO RSN-CODE.
013224     IF WS-TRIAL-RUN
013228         PERFORM 8400-FIND-TRIAL-ENTRY THRU 8400-EXIT
013232         IF WS-TRIAL-ENTRY-FOUND
013236             IF WS-TT-ON-FILE(WS-TRIAL-IDX)
013240                 MOVE WS-TT-IMAGE(WS-TRIAL-IDX)
013244                     TO REASON-CODE-RECORD
013248                 MOVE "Y" TO WS-CODE-FOUND-SWITCH
013252             END-IF
013256             GO TO 2300-EXIT
013260         END-IF
013264     END-IF.
013268     READ REASON-FILE
013272         INVALID KEY
013276             GO TO 2300-EXIT
013280     END-READ.
013284     MOVE "Y" TO WS-CODE-FOUND-SWITCH.
013288 2300-EXIT.
013292     EXIT.
013300 3000-ADD-CODE.
013400     PERFORM 2300-READ-CODE THRU 2300-EXIT.
013500     IF WS-CODE-FOUND
013550         MOVE "ADD BUT CODE ALREADY ON FILE"
013600             TO WS-REJECT-REASON
013650         PERFORM 6000-REJECT-TRAN THRU 6000-EXIT
013700         GO TO 3000-EXIT
013750     END-IF.
013800     INITIALIZE REASON-CODE-RECORD.
013850     MOVE RSN-TRAN-KEY         TO RSN-CODE.
013900     MOVE RSN-TRAN-DESCRIPTION TO RSN-DESCRIPTION.
014000     MOVE RSN-TRAN-SEVERITY    TO RSN-SEVERITY.
014010     IF WS-TRIAL-RUN
014020         MOVE "A" TO WS-TRIAL-ACTION-CODE
014030         MOVE SPACES TO WS-BEFORE-IMAGE
014040         MOVE REASON-CODE-RECORD TO WS-AFTER-IMAGE
014050         PERFORM 8000-LIST-TRIAL-CHANGE THRU 8000-EXIT
014060     ELSE
014100         WRITE REASON-CODE-RECORD
014150     END-IF.
014200     ADD 1 TO WS-CODES-ADDED.
014800 3000-EXIT.
014900     EXIT.
015000 4000-CHANGE-CODE.
015100*    A BLANK FIELD ON THE TRANSACTION KEEPS THE VALUE ALREADY ON
015200*    FILE, SO A SEVERITY FIX DOES NOT HAVE TO REKEY THE TEXT.
015300     PERFORM 2300-READ-CODE THRU 2300-EXIT.
015400     IF NOT WS-CODE-FOUND
015600         MOVE "CHANGE BUT CODE NOT ON FILE"
015700             TO WS-REJECT-REASON
015800         PERFORM 6000-REJECT-TRAN THRU 6000-EXIT
015850         GO TO 4000-EXIT
015900     END-IF.
015950     MOVE REASON-CODE-RECORD TO WS-BEFORE-IMAGE.
016000     IF RSN-TRAN-DESCRIPTION NOT = SPACES
016100         MOVE RSN-TRAN-DESCRIPTION TO RSN-DESCRIPTION
016200     END-IF.
016300     IF RSN-TRAN-SEVERITY NOT = SPACE
016400         MOVE RSN-TRAN-SEVERITY TO RSN-SEVERITY
016500     END-IF.
016510     IF WS-TRIAL-RUN
016520         MOVE "C" TO WS-TRIAL-ACTION-CODE
016530         MOVE REASON-CODE-RECORD TO WS-AFTER-IMAGE
016540         PERFORM 8000-LIST-TRIAL-CHANGE THRU 8000-EXIT
016550     ELSE
016600         REWRITE REASON-CODE-RECORD
016650     END-IF.
016700     ADD 1 TO WS-CODES-UPDATED.
016900 4000-EXIT.
017000     EXIT.
017100 5000-DELETE-CODE.
017200     PERFORM 2300-READ-CODE THRU 2300-EXIT.
017300     IF NOT WS-CODE-FOUND
017500         DISPLAY "DELETE TRAN FOR REASON CODE " RSN-TRAN-KEY
017600             " - CODE NOT ON FILE"
017700         ADD 1 TO WS-DELETES-NOT-FOUND
017710         IF WS-TRIAL-RUN
017720             MOVE "NOT ON FILE" TO WS-TRIAL-ACTION
017730             MOVE "DELETE WOULD BE COUNTED ONLY"
017740                 TO WS-TRIAL-REASON
017750             PERFORM 8100-LIST-TRIAL-CARD THRU 8100-EXIT
017760         END-IF
017770         GO TO 5000-EXIT
017780     END-IF.
017790     IF WS-TRIAL-RUN
017800         MOVE "D" TO WS-TRIAL-ACTION-CODE
017810         MOVE REASON-CODE-RECORD TO WS-BEFORE-IMAGE
017820         MOVE SPACES TO WS-AFTER-IMAGE
017830         PERFORM 8000-LIST-TRIAL-CHANGE THRU 8000-EXIT
017840     ELSE
017900         DELETE REASON-FILE
017950     END-IF.
018000     ADD 1 TO WS-CODES-DELETED.
018200 5000-EXIT.
018300     EXIT.
018400 6000-REJECT-TRAN.
018500     DISPLAY "REJECTED REASON TRAN: " RSN-TRAN-KEY " - "
018600         WS-REJECT-REASON.
018700     ADD 1 TO WS-TRANS-REJECTED.
018710     IF WS-TRIAL-RUN
018720         MOVE "WOULD REJECT" TO WS-TRIAL-ACTION
018730         MOVE WS-REJECT-REASON TO WS-TRIAL-REASON
018740         PERFORM 8100-LIST-TRIAL-CARD THRU 8100-EXIT
018750     END-IF.
018800 6000-EXIT.
018900     EXIT.
019000 8000-LIST-TRIAL-CHANGE.
019100*    WHAT THE REAL RUN WOULD DO TO THE FILE, WITH THE CODE AS IT
019200*    STANDS AND AS IT WOULD BE WRITTEN.
019300     EVALUATE WS-TRIAL-ACTION-CODE
019400         WHEN "A"
019500             MOVE "WOULD ADD" TO WS-TRIAL-ACTION
019600         WHEN "C"
019700             MOVE "WOULD CHANGE" TO WS-TRIAL-ACTION
019800         WHEN "D"
019900             MOVE "WOULD DELETE" TO WS-TRIAL-ACTION
020000     END-EVALUATE.
020100     MOVE SPACES TO WS-TRIAL-REASON.
020200     PERFORM 8200-LIST-TRIAL-RESULT THRU 8200-EXIT.
020300     IF WS-BEFORE-IMAGE NOT = SPACES
020400         MOVE "BEFORE" TO WS-TRIAL-LABEL
020500         MOVE WS-BEFORE-IMAGE TO WS-TRIAL-IMAGE
020600         PERFORM 8300-LIST-TRIAL-IMAGE THRU 8300-EXIT
020700     END-IF.
020800     IF WS-AFTER-IMAGE NOT = SPACES
020900         MOVE "AFTER" TO WS-TRIAL-LABEL
021000         MOVE WS-AFTER-IMAGE TO WS-TRIAL-IMAGE
021100         PERFORM 8300-LIST-TRIAL-IMAGE THRU 8300-EXIT
021200     END-IF.
021300     PERFORM 8500-POST-TRIAL-TABLE THRU 8500-EXIT.
021400 8000-EXIT.
021500     EXIT.
021501 8100-LIST-TRIAL-CARD.
021502     PERFORM 8200-LIST-TRIAL-RESULT THRU 8200-EXIT.
021503     MOVE SPACES TO WS-TRIAL-IMAGE.
021504     MOVE "CARD" TO WS-TRIAL-LABEL.
021505     MOVE RSN-TRAN-DESCRIPTION TO TW-DESCRIPTION.
021506     MOVE RSN-TRAN-SEVERITY    TO TW-SEVERITY.
021507     PERFORM 8300-LIST-TRIAL-IMAGE THRU 8300-EXIT.
021508 8100-EXIT.
021509     EXIT.
021510 8200-LIST-TRIAL-RESULT.
021511     MOVE SPACES TO WS-TRIAL-DETAIL-LINE.
021512     MOVE RSN-TRAN-CODE   TO TD-TRAN-CODE.
021513     MOVE RSN-TRAN-KEY    TO TD-KEY.
021514     MOVE WS-TRIAL-ACTION TO TD-ACTION.
021515     MOVE WS-TRIAL-REASON TO TD-REASON.
021516     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-DETAIL-LINE.
021517 8200-EXIT.
021518     EXIT.
021519 8300-LIST-TRIAL-IMAGE.
021520     MOVE WS-TRIAL-LABEL TO TI-LABEL.
021521     MOVE TW-DESCRIPTION TO TI-DESCRIPTION.
021522     MOVE TW-SEVERITY    TO TI-SEVERITY.
021523     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-IMAGE-LINE.
021524 8300-EXIT.
021525     EXIT.
021526 8400-FIND-TRIAL-ENTRY.
021527     MOVE "N" TO WS-TRIAL-ENTRY-SWITCH.
021528     SET WS-TRIAL-IDX TO 1.
021529     SEARCH WS-TRIAL-ENTRY
021530         AT END
021531             MOVE "N" TO WS-TRIAL-ENTRY-SWITCH
021532         WHEN WS-TRIAL-IDX > WS-TRIAL-COUNT
021533             MOVE "N" TO WS-TRIAL-ENTRY-SWITCH
021534         WHEN WS-TT-KEY(WS-TRIAL-IDX) = RSN-TRAN-KEY
021535             MOVE "Y" TO WS-TRIAL-ENTRY-SWITCH
021536     END-SEARCH.
021537 8400-EXIT.
021538     EXIT.
021539 8500-POST-TRIAL-TABLE.
021540     PERFORM 8400-FIND-TRIAL-ENTRY THRU 8400-EXIT.
021541     IF NOT WS-TRIAL-ENTRY-FOUND
021542         IF WS-TRIAL-COUNT >= WS-TRIAL-LIMIT
021543             DISPLAY "TRIAL TABLE FULL - LATER CARDS FOR CODE "
021544                 RSN-TRAN-KEY " MAY NOT LIST AS THEY WOULD RUN"
021545             GO TO 8500-EXIT
021546         END-IF
021547         ADD 1 TO WS-TRIAL-COUNT
021548         SET WS-TRIAL-IDX TO WS-TRIAL-COUNT
021549         MOVE RSN-TRAN-KEY TO WS-TT-KEY(WS-TRIAL-IDX)
021550     END-IF.
021551     IF WS-TRIAL-ACTION-CODE = "D"
021552         MOVE "G" TO WS-TT-STATE(WS-TRIAL-IDX)
021553     ELSE
021554         MOVE "P" TO WS-TT-STATE(WS-TRIAL-IDX)
021555     END-IF.
021556     MOVE WS-AFTER-IMAGE TO WS-TT-IMAGE(WS-TRIAL-IDX).
021557 8500-EXIT.
021558     EXIT.
021559 8900-PRINT-TRIAL-SUMMARY.
021560     MOVE SPACES TO TRIAL-LISTING-RECORD.
021561     WRITE TRIAL-LISTING-RECORD.
021562     MOVE SPACES TO WS-TRIAL-SUMMARY-LINE.
021563     MOVE "REASON TRANSACTIONS READ" TO WS-TS-LABEL.
021564     MOVE WS-TRANS-READ TO WS-TS-VALUE.
021565     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-SUMMARY-LINE.
021566     MOVE "CODES THAT WOULD BE ADDED" TO WS-TS-LABEL.
021567     MOVE WS-CODES-ADDED TO WS-TS-VALUE.
021568     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-SUMMARY-LINE.
021569     MOVE "CODES THAT WOULD BE CHANGED" TO WS-TS-LABEL.
021570     MOVE WS-CODES-UPDATED TO WS-TS-VALUE.
021571     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-SUMMARY-LINE.
021572     MOVE "CODES THAT WOULD BE DELETED" TO WS-TS-LABEL.
021573     MOVE WS-CODES-DELETED TO WS-TS-VALUE.
021574     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-SUMMARY-LINE.
021575     MOVE "TRANSACTIONS THAT WOULD BE REJECTED" TO WS-TS-LABEL.
021576     MOVE WS-TRANS-REJECTED TO WS-TS-VALUE.
021577     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-SUMMARY-LINE.
021578     MOVE "DELETES NOT ON FILE" TO WS-TS-LABEL.
021579     MOVE WS-DELETES-NOT-FOUND TO WS-TS-VALUE.
021580     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-SUMMARY-LINE.
021581 8900-EXIT.
021582     EXIT.
021583 9000-TERMINATE.
021584     IF WS-TRIAL-RUN
021585         PERFORM 8900-PRINT-TRIAL-SUMMARY THRU 8900-EXIT
021586         CLOSE REASON-TRAN REASON-FILE TRIAL-LISTING
021587     ELSE
021588         PERFORM 9100-WRITE-CONTROL-COUNTS THRU 9100-EXIT
021589         CLOSE REASON-TRAN REASON-FILE CONTROL-COUNTS
021590     END-IF.
021591     DISPLAY "REASON TRANSACTIONS READ: " WS-TRANS-READ.
021592     DISPLAY "REASON CODES ADDED:       " WS-CODES-ADDED.
021593     DISPLAY "REASON CODES UPDATED:     " WS-CODES-UPDATED.
021594     DISPLAY "REASON CODES DELETED:     " WS-CODES-DELETED.
021595     DISPLAY "TRANSACTIONS REJECTED:    " WS-TRANS-REJECTED.
021596     DISPLAY "DELETES NOT ON FILE:      " WS-DELETES-NOT-FOUND.
021597     IF WS-TRIAL-RUN
021598         DISPLAY "TRIAL RUN COMPLETE - SEE TRIALRPT FOR WHAT A "
021599             "REAL RUN WOULD DO"
021600         GO TO 9000-EXIT
021601     END-IF.
021602     COMPUTE WS-CODES-TOTAL =
021603         WS-CODES-ADDED + WS-CODES-UPDATED + WS-CODES-DELETED.
021604     CALL "AUDITLOG" USING WS-PROGRAM-ID
021605         WS-TRANS-READ WS-CODES-TOTAL WS-TRANS-REJECTED
021606         WS-AUDIT-ZERO WS-AUDIT-MESSAGE WS-RUN-NUMBER
021607         WS-AUDIT-END-TYPE
021608     END-CALL.
021609 9000-EXIT.
021610     EXIT.
021611 9100-WRITE-CONTROL-COUNTS.
021612     INITIALIZE CONTROL-COUNT-RECORD.
021613     MOVE WS-PROGRAM-ID     TO CC-PROGRAM-ID.
021614     MOVE WS-TRANS-READ     TO CC-RECORDS-READ.
021615     MOVE WS-CODES-DELETED  TO CC-RECORDS-WRITTEN.
021616     MOVE WS-TRANS-REJECTED TO CC-RECORDS-REJECTED.
021617     MOVE WS-CODES-UPDATED  TO CC-RECORDS-UPDATED.
021618     MOVE WS-CODES-ADDED    TO CC-RECORDS-NOT-FOUND.
021619     MOVE WS-RUN-DATE       TO CC-RUN-DATE.
021620     MOVE WS-RUN-NUMBER     TO CC-RUN-NUMBER.
021621     WRITE CONTROL-COUNT-RECORD.
021622 9100-EXIT.
021700     EXIT.
