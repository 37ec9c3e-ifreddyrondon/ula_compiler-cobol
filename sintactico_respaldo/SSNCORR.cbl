003461*    10/10/1988 FR    REGISTER A START ENTRY AT INITIALIZE AND AN
003462*                     END ENTRY AT TERMINATE THROUGH AUDITLOG, SO
003463*                     AUDRPT CAN REPORT ELAPSED TIME PER NIGHT.
003468*    10/30/1988 FR    THE AGING REPORT NOW PRINTS THE SSN AS
003473*                     XXX-XX-SSSS THROUGH THE COMMON SSNMASK
003478*                     ROUTINE. PARM 'FULLSSN' PRINTS IT IN FULL
003483*                     AND LOGS THE RUN THROUGH AUDITLOG. THE
003488*                     RE-FEED DECK AND THE CARRY FILE STILL
003493*                     CARRY THE SSN AS KEYED.
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
017600     05  WS-AH-RUN-DATE             PIC 9(08).
017700     05  FILLER                     PIC X(29) VALUE SPACES.
017800 01  WS-AGING-DETAIL-LINE.
017900     05  AD-SSN                     PIC X(11).
018000     05  FILLER                     PIC X(02) VALUE SPACES.
018100     05  AD-NAME                    PIC X(20).
018200     05  FILLER                     PIC X(02) VALUE SPACES.
018400     05  FILLER                     PIC X(02) VALUE SPACES.
018500     05  AD-REJECT-DATE             PIC X(08).
018600     05  FILLER                     PIC X(02) VALUE SPACES.
018700     05  AD-AGE                     PIC X(08).
018800 01  WS-AGE-DISPLAY                 PIC ZZZZ9.
018900 01  WS-SUMMARY-LINE.
019000     05  WS-SUM-LABEL               PIC X(40).
019608 01  WS-AUDIT-TYPE-FIELDS.
019609     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
019610     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
019620     05  WS-AUDIT-FULL-SSN-TYPE     PIC X(01) VALUE "F".
019630 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
019640     "FULL SSNS PRINTED UNDER FULLSSN PARM".
019650 01  WS-SSN-PRINT-FIELDS.
019660     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
019670         88  WS-PRINT-FULL-SSN      VALUE "F".
019680     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
019690 01  WS-PARM                        PIC X(80) VALUE SPACES.
019700 PROCEDURE DIVISION.
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021003         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
021004         WS-AUDIT-START-TYPE
021005     END-CALL.
021055     PERFORM 1060-CHECK-SSN-PRINT THRU 1060-EXIT.
021100     OPEN INPUT REJECT-IN.
021200     OPEN INPUT CARRY-IN.
021300     OPEN OUTPUT CARRY-OUT.
022825     CLOSE RUN-CONTROL.
022826 1050-EXIT.
022827     EXIT.
022829 1060-CHECK-SSN-PRINT.
022831*    LISTINGS PRINT XXX-XX-SSSS UNLESS THE RUN IS AUTHORIZED TO
022833*    PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON THE AUDIT LOG.
022835     ACCEPT WS-PARM FROM COMMAND-LINE.
022837     IF WS-PARM = SPACES
022839         GO TO 1060-EXIT
022841     END-IF.
022843     IF WS-PARM NOT = "FULLSSN"
022845         DISPLAY "SSNCORR ABEND - PARM MUST BE FULLSSN OR "
022847             "OMITTED: " WS-PARM
022849         MOVE 16 TO RETURN-CODE
022851         STOP RUN
022853     END-IF.
022855     MOVE "F" TO WS-SSN-PRINT-MODE.
022857     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
022859     CALL "AUDITLOG" USING WS-PROGRAM-ID
022861         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
022863         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
022865         WS-AUDIT-FULL-SSN-TYPE
022867     END-CALL.
022869 1060-EXIT.
022871     EXIT.
022900 1100-LOAD-CORRECTIONS.
023000     PERFORM 1150-LOAD-ONE-CORRECTION THRU 1150-EXIT
023100         UNTIL WS-NO-MORE-CORRECTIONS.
034200     ADD 1 TO WS-STILL-UNCORRECTED.
034300     PERFORM 5050-CARRY-ONE-FORWARD THRU 5050-EXIT.
034400     MOVE SPACES TO WS-AGING-DETAIL-LINE.
034420     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
034440         WRK-SSN WS-PRINTED-SSN
034460     END-CALL.
034480     MOVE WS-PRINTED-SSN TO AD-SSN.
034600     MOVE WRK-NAME        TO AD-NAME.
034700     MOVE WRK-REASON      TO AD-REASON.
034800     MOVE WRK-REJECT-DATE TO AD-REJECT-DATE.
