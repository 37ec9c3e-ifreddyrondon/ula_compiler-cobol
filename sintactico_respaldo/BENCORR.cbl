002947*                     DELETED AND THE NEW ONE WRITTEN, SO
002948*                     SSNINQ'S NAME= SEARCH FINDS THE PERSON
002949*                     UNDER THE CORRECTED NAME.
002954*    10/30/1988 FR    THE AGING REPORT NOW PRINTS THE SSN AS
002959*                     XXX-XX-SSSS THROUGH THE COMMON SSNMASK
002964*                     ROUTINE. PARM 'FULLSSN' PRINTS IT IN FULL
002969*                     AND LOGS THE RUN THROUGH AUDITLOG. THE
002974*                     RESUBMISSION FILE STILL CARRIES THE SSN
002979*                     AS KEYED.
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
016100     05  WS-AH-RUN-DATE             PIC 9(08).
016200     05  FILLER                     PIC X(23) VALUE SPACES.
016300 01  WS-AGING-DETAIL-LINE.
016400     05  AD-SSN                     PIC X(11).
016500     05  FILLER                     PIC X(02) VALUE SPACES.
016600     05  AD-NAME                    PIC X(20).
016700     05  FILLER                     PIC X(02) VALUE SPACES.
017100     05  AD-BOUNCE-DATE             PIC X(08).
017200     05  FILLER                     PIC X(02) VALUE SPACES.
017300     05  AD-AGE                     PIC X(10).
017400     05  FILLER                     PIC X(14) VALUE SPACES.
017500 01  WS-AGE-DISPLAY                 PIC ZZZZ9.
017600 01  WS-SUMMARY-LINE.
017700     05  WS-SUM-LABEL               PIC X(40).
018308 01  WS-AUDIT-TYPE-FIELDS.
018309     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
018310     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
018320     05  WS-AUDIT-FULL-SSN-TYPE     PIC X(01) VALUE "F".
018330 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
018340     "FULL SSNS PRINTED UNDER FULLSSN PARM".
018350 01  WS-SSN-PRINT-FIELDS.
018360     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
018370         88  WS-PRINT-FULL-SSN      VALUE "F".
018380     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
018390 01  WS-PARM                        PIC X(80) VALUE SPACES.
018400 PROCEDURE DIVISION.
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019403         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
019404         WS-AUDIT-START-TYPE
019405     END-CALL.
019455     PERFORM 1060-CHECK-SSN-PRINT THRU 1060-EXIT.
019500     OPEN I-O SSN-MASTER.
019510     OPEN I-O SSN-NAME-INDEX.
019600     OPEN INPUT CORRECTION-IN.
021625     CLOSE RUN-CONTROL.
021626 1050-EXIT.
021627     EXIT.
021629 1060-CHECK-SSN-PRINT.
021631*    LISTINGS PRINT XXX-XX-SSSS UNLESS THE RUN IS AUTHORIZED TO
021633*    PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON THE AUDIT LOG.
021635     ACCEPT WS-PARM FROM COMMAND-LINE.
021637     IF WS-PARM = SPACES
021639         GO TO 1060-EXIT
021641     END-IF.
021643     IF WS-PARM NOT = "FULLSSN"
021645         DISPLAY "BENCORR ABEND - PARM MUST BE FULLSSN OR "
021647             "OMITTED: " WS-PARM
021649         MOVE 16 TO RETURN-CODE
021651         STOP RUN
021653     END-IF.
021655     MOVE "F" TO WS-SSN-PRINT-MODE.
021657     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
021659     CALL "AUDITLOG" USING WS-PROGRAM-ID
021661         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
021663         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
021665         WS-AUDIT-FULL-SSN-TYPE
021667     END-CALL.
021669 1060-EXIT.
021671     EXIT.
021700 1100-LOAD-CORRECTIONS.
021800     PERFORM 1150-LOAD-ONE-CORRECTION THRU 1150-EXIT
021900         UNTIL WS-NO-MORE-CORRECTIONS.
034600 5000-AGE-ONE-BOUNCE.
034700     ADD 1 TO WS-STILL-OUTSTANDING.
034800     MOVE SPACES TO WS-AGING-DETAIL-LINE.
034820     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
034840         SSN-MASTER-KEY-X WS-PRINTED-SSN
034860     END-CALL.
034880     MOVE WS-PRINTED-SSN TO AD-SSN.
035000     MOVE SSN-MASTER-NAME       TO AD-NAME.
035100     MOVE SSN-MASTER-BEN-REASON TO AD-REASON-CODE.
035200     MOVE SSN-MASTER-BEN-DATE-X TO AD-BOUNCE-DATE.
