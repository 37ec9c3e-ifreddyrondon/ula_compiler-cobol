015307*                     SKIPPED-CARD COUNT IS NOW IN THE
015308*                     CHECKPOINT AND IN THE PROCESSED COUNT THE
015309*                     CHECKPOINT DISPLAYS.
015310*    10/30/1988 FR    THE LISTING, THE DUPLICATE-CARD LISTING,
015311*                     AND THE NAME-CHANGE LISTING NOW PRINT THE
015312*                     SSN AS XXX-XX-SSSS THROUGH THE COMMON
015313*                     SSNMASK ROUTINE. PARM 'FULLSSN' (OR
015314*                     'NNNNNNN,FULLSSN' ON A RESTART) PRINTS THEM
015315*                     IN FULL AND LOGS THE RUN THROUGH AUDITLOG.
015316*                     THE REJECT FILE AND BENOUT FEED OTHER JOBS
015317*                     AND STILL CARRY THE SSN AS KEYED.
015400*****************************************************************
015500 ENVIRONMENT DIVISION.
015600 CONFIGURATION SECTION.
022500 FD  PRINT-OUT
022600     LABEL RECORD IS OMITTED.
022700 01  PRINT-OUT-RECORD.
022800     05  PRINT-SSN                  PIC X(11).
023300     05  SPACE-X                    PIC X(05).
023400     05  PRINT-NAME                 PIC X(20).
023500     05  FILLER                     PIC X(44).
024600 FD  DUP-OUT
024700     LABEL RECORD IS OMITTED.
024800 01  DUP-OUT-RECORD.
024900     05  DUP-SSN                    PIC X(11).
025000     05  FILLER                     PIC X(01).
025100     05  DUP-FIRST-NAME             PIC X(20).
025200     05  FILLER                     PIC X(01).
025400     05  FILLER                     PIC X(01).
025500     05  DUP-NAME-CLASS             PIC X(14).
025600     05  FILLER                     PIC X(01).
025700     05  DUP-KEPT                   PIC X(11).
025800 FD  NAME-HISTORY
025900     LABEL RECORD IS OMITTED.
026000 COPY NAMHIST.
026100 FD  NAME-CHANGE-LIST
026200     LABEL RECORD IS OMITTED.
026300 01  NAME-CHANGE-LIST-RECORD.
026400     05  NCL-SSN                    PIC X(11).
026500     05  FILLER                     PIC X(02).
026600     05  NCL-PRIOR-NAME             PIC X(20).
026700     05  FILLER                     PIC X(02).
026800     05  NCL-NEW-NAME               PIC X(20).
026900     05  FILLER                     PIC X(02).
027000     05  NCL-RUN-DATE               PIC 9(08).
027100     05  FILLER                     PIC X(15).
027200 FD  BENEFITS-OUT
027300     LABEL RECORD IS OMITTED.
027400 01  BENEFITS-OUT-RECORD.
034700 01  WS-CHECKPOINT-INTERVAL         PIC 9(05) VALUE 1000.
034800 01  WS-RESTART-COUNT               PIC 9(07) VALUE ZERO.
034900 01  WS-RESTART-PARM                PIC X(07) VALUE SPACES.
034910 01  WS-PARM                        PIC X(80) VALUE SPACES.
034920 01  WS-PRINT-PARM                  PIC X(07) VALUE SPACES.
034930 01  WS-SSN-PRINT-FIELDS.
034940     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
034950         88  WS-PRINT-FULL-SSN      VALUE "F".
034960     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
035000 01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
035100 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
035200 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
046300 01  WS-AUDIT-TYPE-FIELDS.
046400     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
046500     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
046510     05  WS-AUDIT-FULL-SSN-TYPE     PIC X(01) VALUE "F".
046520 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
046530     "FULL SSNS PRINTED UNDER FULLSSN PARM".
046600 PROCEDURE DIVISION.
046700 0000-MAINLINE.
046800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
047900         WS-AUDIT-START-TYPE
048000     END-CALL.
048100     PERFORM 1500-BALANCE-CARD-BATCHES THRU 1500-EXIT.
048200     ACCEPT WS-PARM FROM COMMAND-LINE.
048210     UNSTRING WS-PARM DELIMITED BY ","
048220         INTO WS-RESTART-PARM WS-PRINT-PARM
048230     END-UNSTRING.
048240     IF WS-RESTART-PARM = "FULLSSN"
048250         MOVE WS-RESTART-PARM TO WS-PRINT-PARM
048260         MOVE SPACES TO WS-RESTART-PARM
048270     END-IF.
048280     PERFORM 1060-CHECK-SSN-PRINT THRU 1060-EXIT.
048300     IF WS-RESTART-PARM = SPACES
048400         MOVE ZERO TO WS-RESTART-COUNT
048500     ELSE
054500     CLOSE RUN-CONTROL.
054600 1050-EXIT.
054700     EXIT.
054702 1060-CHECK-SSN-PRINT.
054706*    LISTINGS PRINT XXX-XX-SSSS UNLESS THE RUN IS AUTHORIZED TO
054710*    PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON THE AUDIT LOG.
054714     IF WS-PRINT-PARM = SPACES
054718         GO TO 1060-EXIT
054722     END-IF.
054726     IF WS-PRINT-PARM NOT = "FULLSSN"
054730         DISPLAY "SSNFMT ABEND - PRINT OPTION MUST BE FULLSSN: "
054734             WS-PRINT-PARM
054738         MOVE 16 TO RETURN-CODE
054742         STOP RUN
054746     END-IF.
054750     MOVE "F" TO WS-SSN-PRINT-MODE.
054754     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
054758     CALL "AUDITLOG" USING WS-PROGRAM-ID
054762         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
054766         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
054770         WS-AUDIT-FULL-SSN-TYPE
054774     END-CALL.
054778 1060-EXIT.
054782     EXIT.
054800 1100-SKIP-PROCESSED.
054900     PERFORM 1110-SKIP-ONE-CARD THRU 1110-EXIT
055000         UNTIL WS-RECORDS-READ >= WS-RESTART-COUNT
084500     EXIT.
084600 3000-FORMAT-AND-PRINT.
084700     INITIALIZE PRINT-OUT-RECORD.
084800     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
084900         CARD-SOC-SEC-NUMBER-X WS-PRINTED-SSN
085000     END-CALL.
085200     MOVE WS-PRINTED-SSN TO PRINT-SSN.
085300     MOVE SPACES TO SPACE-X.
085400     MOVE CARD-NAME TO PRINT-NAME.
085500     WRITE PRINT-OUT-RECORD.
091700         GO TO 3250-EXIT
091800     END-IF.
091900     INITIALIZE DUP-OUT-RECORD.
092000     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
092010         CARD-SOC-SEC-NUMBER-X WS-PRINTED-SSN
092020     END-CALL.
092030     MOVE WS-PRINTED-SSN TO DUP-SSN.
092100     MOVE SSN-MASTER-NAME TO DUP-FIRST-NAME.
092200     MOVE CARD-NAME TO DUP-SECOND-NAME.
092300     IF CARD-NAME = SSN-MASTER-NAME
092600         MOVE "DIFFERENT NAME" TO DUP-NAME-CLASS
092700         ADD 1 TO WS-DUP-DIFF-COUNT
092800     END-IF.
092900     MOVE "2ND KEPT" TO DUP-KEPT.
093000     WRITE DUP-OUT-RECORD.
093100     DISPLAY "DUPLICATE CARD: " DUP-SSN " - " DUP-NAME-CLASS.
093200     ADD 1 TO WS-DUP-COUNT.
094800     MOVE WS-PROGRAM-ID TO HIST-SOURCE.
094900     WRITE NAME-HISTORY-RECORD.
095000     MOVE SPACES TO NAME-CHANGE-LIST-RECORD.
095100     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
095110         CARD-SOC-SEC-NUMBER-X WS-PRINTED-SSN
095120     END-CALL.
095130     MOVE WS-PRINTED-SSN TO NCL-SSN.
095200     MOVE SSN-MASTER-NAME TO NCL-PRIOR-NAME.
095300     MOVE CARD-NAME TO NCL-NEW-NAME.
095400     MOVE WS-RUN-DATE TO NCL-RUN-DATE.
