002400* WHEN SOMEBODY FEEDS THEM TO ADRMAINT OR SSNPURGE -- SO DECK
002500* GENERATION IS ALWAYS SAFE TO REVIEW FIRST. AN EMPTY PARM
002600* SWEEPS AND COUNTS ONLY, AS BEFORE.
002620* PARM 'FULLSSN' (ALONE OR AS 'DECKS,FULLSSN') PRINTS FULL SSNS
002640* ON THE SWEEP LISTING; OTHERWISE THEY PRINT AS XXX-XX-SSSS.
002700*
002800*    MODIFICATION HISTORY
002900*    -------------------------------------------------------------
005900*                     PURGE-ARCHIVE GATE STAYS, AND THE
006000*                     ARCHIVED REASON PRINTS ON THE SWEEP
006100*                     LISTING LINE.
006110*    10/29/1988 FR    ADRDEL CARDS NOW CARRY THIS PROGRAM'S ID AS
006120*                     THE REQUESTING OPERATOR IN THE COLUMNS A
006130*                     DELETE USES FOR ITS OPERATOR STAMP, SO
006140*                     ADRMAINT HOLDS EACH ONE FOR A HUMAN
006150*                     APPROVER IN APRMAINT. THE NAME NO LONGER
006160*                     RIDES ON THE CARD; IT PRINTS ON THE SWEEP
006170*                     LISTING AND THE APPROVAL LISTING.
006172*    10/30/1988 FR    THE SWEEP LISTING NOW PRINTS THE SSN AS
006174*                     XXX-XX-SSSS THROUGH THE COMMON SSNMASK
006176*                     ROUTINE. PARM 'FULLSSN' OR 'DECKS,FULLSSN'
006178*                     PRINTS IT IN FULL AND LOGS THE RUN THROUGH
006180*                     AUDITLOG. THE WORK DECKS STILL CARRY THE
006182*                     SSN AS KEYED.
006200*****************************************************************
006300 ENVIRONMENT DIVISION.
006400 CONFIGURATION SECTION.
012900     05  FILLER                     PIC X(05).
013000 FD  ADR-DEL-OUT
013100     LABEL RECORD IS OMITTED.
013200*    MIRRORS THE DELETE VIEW OF THE ADDRESS-TRAN FD IN
013300*    ADRMAINT, WHICH OWNS THE MASTER COPY -- KEEP THEM IN STEP.
013400*    A DELETE NEEDS THE CODE, THE KEY, AND THE OPERATOR STAMP.
013500 01  ADR-DEL-RECORD.
013600     05  ADL-TRAN-CODE              PIC X(01).
013700     05  ADL-TRAN-KEY               PIC X(09).
013800     05  ADL-TRAN-OPERATOR-ID       PIC X(08).
013810     05  FILLER                     PIC X(12).
013900     05  ADL-TRAN-ADDRESS           PIC X(46).
014000     05  FILLER                     PIC X(05).
014100 FD  NAM-GEN-OUT
018000 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
018100 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
018200 01  WS-DETAIL-LINE.
018300     05  DL-CATEGORY                PIC X(25).
018400     05  FILLER                     PIC X(02) VALUE SPACES.
018500     05  DL-SSN                     PIC X(11).
018600     05  FILLER                     PIC X(01) VALUE SPACE.
018700     05  DL-SSN-NAME                PIC X(20).
018800     05  FILLER                     PIC X(01) VALUE SPACE.
018900     05  DL-ADR-NAME                PIC X(20).
019600     "WEEKLY MASTER INTEGRITY SWEEP COMPLETE".
019700 01  WS-AUDIT-ZERO                  PIC 9(07) VALUE ZERO.
019800 01  WS-MISMATCH-TOTAL              PIC 9(07) VALUE ZERO.
019900 01  WS-PARM                        PIC X(16) VALUE SPACES.
019920 01  WS-PARM-WORDS.
019940     05  WS-PARM-WORD-1             PIC X(08) VALUE SPACES.
019960     05  WS-PARM-WORD-2             PIC X(08) VALUE SPACES.
019980 01  WS-PARM-WORD                   PIC X(08) VALUE SPACES.
020000 01  WS-DECK-MODE-SWITCH            PIC X(01) VALUE "N".
020100     88  WS-DECKS-WANTED            VALUE "Y".
020200 01  WS-ARCH-EOF-SWITCH             PIC X(01) VALUE "N".
023100 01  WS-AUDIT-TYPE-FIELDS.
023200     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
023300     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
023310     05  WS-AUDIT-FULL-SSN-TYPE     PIC X(01) VALUE "F".
023320 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
023330     "FULL SSNS PRINTED UNDER FULLSSN PARM".
023340 01  WS-SSN-PRINT-FIELDS.
023350     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
023360         88  WS-PRINT-FULL-SSN      VALUE "F".
023370     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
023400 PROCEDURE DIVISION.
023500 0000-MAINLINE.
023600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024100     STOP RUN.
024200 1000-INITIALIZE.
024300     ACCEPT WS-PARM FROM COMMAND-LINE.
024400     UNSTRING WS-PARM DELIMITED BY ","
024500         INTO WS-PARM-WORD-1 WS-PARM-WORD-2
024600     END-UNSTRING.
024700     MOVE WS-PARM-WORD-1 TO WS-PARM-WORD.
024800     PERFORM 1010-CHECK-PARM-WORD THRU 1010-EXIT.
024900     MOVE WS-PARM-WORD-2 TO WS-PARM-WORD.
025000     PERFORM 1010-CHECK-PARM-WORD THRU 1010-EXIT.
025500     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
025600     CALL "AUDITLOG" USING WS-PROGRAM-ID
025700         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
025800         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
025900         WS-AUDIT-START-TYPE
026000     END-CALL.
026020     IF WS-PRINT-FULL-SSN
026040         PERFORM 1060-LOG-FULL-SSN THRU 1060-EXIT
026060     END-IF.
026100     OPEN INPUT SSN-MASTER.
026200     OPEN INPUT ADDRESS-MASTER.
026300     OPEN OUTPUT SWEEP-OUT.
028600     PERFORM 2200-READ-ADDRESS-MASTER THRU 2200-EXIT.
028700 1000-EXIT.
028800     EXIT.
028805 1010-CHECK-PARM-WORD.
028810     EVALUATE WS-PARM-WORD
028815         WHEN SPACES
028820             CONTINUE
028825         WHEN "DECKS"
028830             MOVE "Y" TO WS-DECK-MODE-SWITCH
028835         WHEN "FULLSSN"
028840             MOVE "F" TO WS-SSN-PRINT-MODE
028845         WHEN OTHER
028850             DISPLAY "MSTSWEEP ABEND - PARM MUST BE DECKS, "
028855                 "FULLSSN, DECKS,FULLSSN, OR OMITTED"
028860             MOVE 16 TO RETURN-CODE
028865             STOP RUN
028870     END-EVALUATE.
028875 1010-EXIT.
028880     EXIT.
028900 1050-READ-RUN-CONTROL.
029000*    THE OFFICIAL BUSINESS DATE AND RUN NUMBER COME FROM THE
029100*    RUN-CONTROL FILE RUNCTLST STAMPS AT THE HEAD OF NIGHTRUN,
030300     CLOSE RUN-CONTROL.
030400 1050-EXIT.
030500     EXIT.
030505 1060-LOG-FULL-SSN.
030510*    THE SWEEP LISTING PRINTS XXX-XX-SSSS UNLESS THE RUN IS
030515*    AUTHORIZED TO PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON
030520*    THE AUDIT LOG.
030525     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
030530     CALL "AUDITLOG" USING WS-PROGRAM-ID
030535         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
030540         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
030545         WS-AUDIT-FULL-SSN-TYPE
030550     END-CALL.
030555 1060-EXIT.
030560     EXIT.
030600 1100-LOAD-PURGE-ARCHIVE.
030700*    THE PURGE ARCHIVE SAYS WHICH SSNS WERE DELIBERATELY
030800*    REMOVED. AN ORPHAN ADDRESS KEY FOUND THERE GETS A DELETE
042600     END-IF.
042700     MOVE SPACES TO WS-DETAIL-LINE.
042800     MOVE "SSN WITH NO ADDRESS"     TO DL-CATEGORY.
042820     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
042840         WS-SSN-CURRENT-KEY WS-PRINTED-SSN
042860     END-CALL.
042880     MOVE WS-PRINTED-SSN TO DL-SSN.
043000     MOVE SSN-MASTER-NAME           TO DL-SSN-NAME.
043100     WRITE SWEEP-OUT-RECORD FROM WS-DETAIL-LINE.
043200 3000-EXIT.
044700     ADD 1 TO WS-ADDRESS-WITHOUT-SSN.
044800     MOVE SPACES TO WS-DETAIL-LINE.
044900     MOVE "ADDRESS WITH NO SSN"     TO DL-CATEGORY.
044920     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
044940         WS-ADR-CURRENT-KEY WS-PRINTED-SSN
044960     END-CALL.
044980     MOVE WS-PRINTED-SSN TO DL-SSN.
045100     MOVE ADR-NAME                  TO DL-ADR-NAME.
045200     IF WS-DECKS-WANTED
045300         MOVE WS-ADR-CURRENT-KEY TO WS-ARCH-LOOKUP-SSN
046800     MOVE SPACES TO ADR-DEL-RECORD.
046900     MOVE "D" TO ADL-TRAN-CODE.
047000     MOVE WS-ADR-CURRENT-KEY TO ADL-TRAN-KEY.
047100     MOVE WS-PROGRAM-ID      TO ADL-TRAN-OPERATOR-ID.
047200     WRITE ADR-DEL-RECORD.
047300     ADD 1 TO WS-ADRDEL-COUNT.
047400     MOVE WS-ARC-REASON(WS-ARC-IDX) TO WS-PN-REASON.
048200     END-IF.
048300     MOVE SPACES TO WS-DETAIL-LINE.
048400     MOVE "KEY MATCH, NAMES DISAGREE" TO DL-CATEGORY.
048420     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
048440         WS-SSN-CURRENT-KEY WS-PRINTED-SSN
048460     END-CALL.
048480     MOVE WS-PRINTED-SSN TO DL-SSN.
048600     MOVE SSN-MASTER-NAME           TO DL-SSN-NAME.
048700     MOVE ADR-NAME                  TO DL-ADR-NAME.
048800     WRITE SWEEP-OUT-RECORD FROM WS-DETAIL-LINE.
049200     ADD 1 TO WS-NAMES-EQUIV.
049300     MOVE SPACES TO WS-DETAIL-LINE.
049400     MOVE "KEY MATCH, NAMES EQUIV"   TO DL-CATEGORY.
049420     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
049440         WS-SSN-CURRENT-KEY WS-PRINTED-SSN
049460     END-CALL.
049480     MOVE WS-PRINTED-SSN TO DL-SSN.
049600     MOVE SSN-MASTER-NAME           TO DL-SSN-NAME.
049700     MOVE ADR-NAME                  TO DL-ADR-NAME.
049800     WRITE SWEEP-OUT-RECORD FROM WS-DETAIL-LINE.
