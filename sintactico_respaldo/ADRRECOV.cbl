002408*                     AND STOP RC 16 ON A PERFECTLY GOOD
002409*                     JOURNAL. RECORDS DATED ON OR BEFORE THE
002410*                     START DATE NOW SKIP.
002420*    11/01/1988 FR    THE ADDRESS ALTERNATE INDEX (ADRNDX) IS
002430*                     REBUILT WITH THE MASTER: EACH RECORD LOADED
002440*                     FROM THE BACKUP WRITES ITS ENTRY, AND EACH
002450*                     REPLAYED ADD, CHANGE, AND DELETE MAINTAINS
002460*                     IT THE WAY ADRMAINT DID THE FIRST TIME.
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
004100         ORGANIZATION IS LINE SEQUENTIAL.
004120     SELECT ADDRESS-INDEX ASSIGN TO ADRNDX
004140         ORGANIZATION IS INDEXED
004160         ACCESS MODE IS DYNAMIC
004180         RECORD KEY IS AIX-KEY.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  BACKUP-IN
005300 FD  RUN-CONTROL
005400     LABEL RECORD IS OMITTED.
005500 COPY RUNCTL.
005520 FD  ADDRESS-INDEX
005540     LABEL RECORD IS STANDARD.
005560 COPY ADRNDX.
005600 WORKING-STORAGE SECTION.
005700 01  WS-SWITCHES.
005800     05  WS-BACKUP-EOF-SWITCH       PIC X(01) VALUE "N".
007918 01  WS-AUDIT-TYPE-FIELDS.
007919     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
007920     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
007940 01  WS-INDEX-FIELDS.
007960     05  WS-IX-STD-STREET           PIC X(20) VALUE SPACES.
007980     05  WS-IX-STD-RESULT           PIC X(01) VALUE SPACE.
008000 PROCEDURE DIVISION.
008100 0000-MAINLINE.
008200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010205     END-CALL.
010300     OPEN INPUT BACKUP-IN.
010400     OPEN OUTPUT ADDRESS-MASTER.
010450     OPEN OUTPUT ADDRESS-INDEX.
010500     DISPLAY "ROLLING THE ADDRESS MASTER FORWARD FROM "
010510         WS-START-DATE " TO " WS-CUTOFF-DATE.
010700 1000-EXIT.
013500             MOVE "N" TO WS-BALANCE-SWITCH
013600         NOT INVALID KEY
013700             ADD 1 TO WS-LOADED-COUNT
013750             PERFORM 7600-WRITE-ADDRESS-INDEX THRU 7600-EXIT
013800     END-WRITE.
013900 2000-EXIT.
014000     EXIT.
014100 3000-START-REPLAY.
014200     CLOSE BACKUP-IN ADDRESS-MASTER.
014300     OPEN I-O ADDRESS-MASTER.
014320     CLOSE ADDRESS-INDEX.
014340     OPEN I-O ADDRESS-INDEX.
014400     OPEN INPUT ADDRESS-JOURNAL.
014500     DISPLAY "BACKUP LOADED - " WS-LOADED-COUNT
014600         " RECORDS, REPLAYING THE JOURNAL".
018000         INVALID KEY
018100             MOVE AJR-AFTER-IMAGE TO ADDRESS-MASTER-RECORD
018200             WRITE ADDRESS-MASTER-RECORD
018250             PERFORM 7600-WRITE-ADDRESS-INDEX THRU 7600-EXIT
018300             ADD 1 TO WS-JRNL-APPLIED
018400         NOT INVALID KEY
018500             DISPLAY "ADD FOR KEY " AJR-KEY
020000             PERFORM 7500-STOP-THE-REPLAY THRU 7500-EXIT
020100         NOT INVALID KEY
020200             IF ADDRESS-MASTER-RECORD = AJR-BEFORE-IMAGE
020250                 PERFORM 7700-DELETE-ADDRESS-INDEX THRU 7700-EXIT
020300                 MOVE AJR-AFTER-IMAGE TO ADDRESS-MASTER-RECORD
020400                 REWRITE ADDRESS-MASTER-RECORD
020450                 PERFORM 7600-WRITE-ADDRESS-INDEX THRU 7600-EXIT
020500                 ADD 1 TO WS-JRNL-APPLIED
020600             ELSE
020700                 DISPLAY "BEFORE-IMAGE MISMATCH ON CHANGE "
022000             PERFORM 7500-STOP-THE-REPLAY THRU 7500-EXIT
022100         NOT INVALID KEY
022200             IF ADDRESS-MASTER-RECORD = AJR-BEFORE-IMAGE
022250                 PERFORM 7700-DELETE-ADDRESS-INDEX THRU 7700-EXIT
022300                 DELETE ADDRESS-MASTER
022400                 ADD 1 TO WS-JRNL-APPLIED
022500             ELSE
023800     MOVE "Y" TO WS-JRNL-EOF-SWITCH.
023900 7500-EXIT.
024000     EXIT.
024002 7600-WRITE-ADDRESS-INDEX.
024004*    THE INDEX ENTRY FOR THE MASTER RECORD NOW IN THE RECORD
024006*    AREA. AN ADDRESS WITH NO ZIP IS NOT INDEXED.
024008     IF ADR-ZIP = SPACES
024010         GO TO 7600-EXIT
024012     END-IF.
024014     PERFORM 7800-BUILD-INDEX-KEY THRU 7800-EXIT.
024016     WRITE ADDRESS-INDEX-RECORD
024018         INVALID KEY
024020             CONTINUE
024022     END-WRITE.
024024 7600-EXIT.
024026     EXIT.
024028 7700-DELETE-ADDRESS-INDEX.
024030*    THE INDEX ENTRY FOR THE MASTER RECORD AS IT STANDS BEFORE
024032*    THE REPLAYED CHANGE OR DELETE TAKES IT AWAY.
024034     IF ADR-ZIP = SPACES
024036         GO TO 7700-EXIT
024038     END-IF.
024040     PERFORM 7800-BUILD-INDEX-KEY THRU 7800-EXIT.
024042     DELETE ADDRESS-INDEX RECORD
024044         INVALID KEY
024046             CONTINUE
024048     END-DELETE.
024050 7700-EXIT.
024052     EXIT.
024054 7800-BUILD-INDEX-KEY.
024056*    KEYED THE WAY ADRMAINT KEYS IT -- ZIP, STANDARDIZED STREET,
024058*    HOUSE NUMBER, SSN.
024060     CALL "ADRSTD" USING ADR-STREET WS-IX-STD-STREET
024062         WS-IX-STD-RESULT
024064     END-CALL.
024066     MOVE SPACES           TO ADDRESS-INDEX-RECORD.
024068     MOVE ADR-ZIP          TO AIX-ZIP.
024070     MOVE WS-IX-STD-STREET TO AIX-STREET.
024072     MOVE ZERO             TO AIX-HOUSE.
024074     IF ADR-HOUSE IS NUMERIC
024076         MOVE ADR-HOUSE TO AIX-HOUSE
024078     END-IF.
024080     MOVE ADR-KEY          TO AIX-SSN.
024082 7800-EXIT.
024084     EXIT.
024100 8000-PROVE-RECOVERY.
024200     CLOSE ADDRESS-JOURNAL ADDRESS-MASTER ADDRESS-INDEX.
024300     IF WS-LOADED-COUNT NOT = WS-BACKUP-COUNT
024400         DISPLAY "RELOAD SHORT - BACKUP " WS-BACKUP-COUNT
024500             " LOADED " WS-LOADED-COUNT
