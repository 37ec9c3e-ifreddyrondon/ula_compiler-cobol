002406*    10/10/1988 FR    REGISTER A START ENTRY AT INITIALIZE AND AN
002407*                     END ENTRY AT TERMINATE THROUGH AUDITLOG, SO
002408*                     AUDRPT CAN REPORT ELAPSED TIME PER NIGHT.
002409*    10/30/1988 FR    THE EXCEPTIONS REPORT NOW PRINTS THE SSN
002410*                     AS XXX-XX-SSSS THROUGH THE COMMON SSNMASK
002411*                     ROUTINE. PARM 'FULLSSN' PRINTS IT IN FULL
002412*                     AND LOGS THE RUN THROUGH AUDITLOG.
002499*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. MOTOROLA.
009000         "BENEFITS ACKNOWLEDGMENT EXCEPTIONS".
009100     05  FILLER                     PIC X(46) VALUE SPACES.
009200 01  WS-EXC-DETAIL-LINE.
009300     05  WS-EXC-SSN                 PIC X(11).
009400     05  FILLER                     PIC X(03) VALUE SPACES.
009500     05  WS-EXC-NAME                PIC X(20).
009600     05  FILLER                     PIC X(03) VALUE SPACES.
009725         10  FILLER                 PIC X(01).
009730         10  WS-EXC-REASON-SEV      PIC X(01).
009735         10  FILLER                 PIC X(05).
009800     05  FILLER                     PIC X(03) VALUE SPACES.
009900 01  WS-COUNT-LINE.
010000     05  WS-CNT-LABEL               PIC X(30).
010100     05  WS-CNT-VALUE               PIC ZZZZZZ9.
010208 01  WS-AUDIT-TYPE-FIELDS.
010209     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
010210     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
010220     05  WS-AUDIT-FULL-SSN-TYPE     PIC X(01) VALUE "F".
010230 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
010240     "FULL SSNS PRINTED UNDER FULLSSN PARM".
010250 01  WS-SSN-PRINT-FIELDS.
010260     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
010270         88  WS-PRINT-FULL-SSN      VALUE "F".
010280     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
010290 01  WS-PARM                        PIC X(80) VALUE SPACES.
010300 PROCEDURE DIVISION.
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011113         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
011114         WS-AUDIT-START-TYPE
011115     END-CALL.
011165     PERFORM 1060-CHECK-SSN-PRINT THRU 1060-EXIT.
011200     OPEN INPUT ACK-IN.
011210     OPEN INPUT REASON-FILE.
011300     OPEN I-O SSN-MASTER.
012225     CLOSE RUN-CONTROL.
012226 1050-EXIT.
012227     EXIT.
012229 1060-CHECK-SSN-PRINT.
012231*    LISTINGS PRINT XXX-XX-SSSS UNLESS THE RUN IS AUTHORIZED TO
012233*    PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON THE AUDIT LOG.
012235     ACCEPT WS-PARM FROM COMMAND-LINE.
012237     IF WS-PARM = SPACES
012239         GO TO 1060-EXIT
012241     END-IF.
012243     IF WS-PARM NOT = "FULLSSN"
012245         DISPLAY "BENACK ABEND - PARM MUST BE FULLSSN OR "
012247             "OMITTED: " WS-PARM
012249         MOVE 16 TO RETURN-CODE
012251         STOP RUN
012253     END-IF.
012255     MOVE "F" TO WS-SSN-PRINT-MODE.
012257     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
012259     CALL "AUDITLOG" USING WS-PROGRAM-ID
012261         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
012263         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
012265         WS-AUDIT-FULL-SSN-TYPE
012267     END-CALL.
012269 1060-EXIT.
012271     EXIT.
012300 1100-COUNT-RECORDS-SENT.
012400*    READS BACK THE FILE SSNFMT SENT TO BENEFITS LAST NIGHT SO
012500*    THE ACKNOWLEDGMENT COUNT CAN BE BALANCED AGAINST IT.
014500         PERFORM 3000-POST-ONE-ACK THRU 3000-EXIT
014600     ELSE
014700         MOVE SPACES TO WS-EXC-DETAIL-LINE
014720         CALL "SSNMASK" USING WS-SSN-PRINT-MODE
014740             ACK-SSN WS-PRINTED-SSN
014760         END-CALL
014780         MOVE WS-PRINTED-SSN TO WS-EXC-SSN
014900         MOVE "UNREADABLE ACKNOWLEDGMENT RECORD"
015000             TO WS-EXC-REASON
015100         WRITE EXCEPTION-OUT-RECORD FROM WS-EXC-DETAIL-LINE
016900     READ SSN-MASTER
017000         INVALID KEY
017100             MOVE SPACES TO WS-EXC-DETAIL-LINE
017120             CALL "SSNMASK" USING WS-SSN-PRINT-MODE
017140                 ACK-SSN WS-PRINTED-SSN
017160             END-CALL
017180             MOVE WS-PRINTED-SSN TO WS-EXC-SSN
017300             MOVE "ACKNOWLEDGED SSN NOT ON MASTER"
017400                 TO WS-EXC-REASON
017500             WRITE EXCEPTION-OUT-RECORD FROM WS-EXC-DETAIL-LINE
018600     ADD 1 TO WS-MASTERS-POSTED.
018700     IF ACK-WAS-BOUNCED
018800         MOVE SPACES TO WS-EXC-DETAIL-LINE
018820         CALL "SSNMASK" USING WS-SSN-PRINT-MODE
018840             SSN-MASTER-KEY-X WS-PRINTED-SSN
018860         END-CALL
018880         MOVE WS-PRINTED-SSN TO WS-EXC-SSN
019000         MOVE SSN-MASTER-NAME  TO WS-EXC-NAME
019300         MOVE ACK-REASON-CODE TO WS-EXC-REASON-CODE
019310         PERFORM 3200-LOOKUP-REASON THRU 3200-EXIT
