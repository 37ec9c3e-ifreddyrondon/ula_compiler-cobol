002081*    10/10/1988 FR    REGISTER A START ENTRY AT INITIALIZE AND AN
002082*                     END ENTRY AT TERMINATE THROUGH AUDITLOG, SO
002083*                     AUDRPT CAN REPORT ELAPSED TIME PER NIGHT.
002085*    11/01/1988 FR    AN ADDRESS MASTER RELOAD NOW REBUILDS THE
002087*                     ADDRESS ALTERNATE INDEX (ADRNDX.CPY) THE
002089*                     SAME WAY -- ONE ENTRY PER LOADED RECORD THAT
002091*                     CARRIES A ZIP, KEYED BY ZIP, STANDARDIZED
002093*                     STREET, HOUSE NUMBER, AND SSN.
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003720         ORGANIZATION IS INDEXED
003730         ACCESS MODE IS DYNAMIC
003740         RECORD KEY IS NDX-KEY.
003750     SELECT ADDRESS-INDEX ASSIGN TO ADRNDX
003760         ORGANIZATION IS INDEXED
003770         ACCESS MODE IS DYNAMIC
003780         RECORD KEY IS AIX-KEY.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  SSN-MASTER
004840 FD  RUN-CONTROL
004850     LABEL RECORD IS OMITTED.
004860 COPY RUNCTL.
004870 FD  ADDRESS-INDEX
004880     LABEL RECORD IS STANDARD.
004890 COPY ADRNDX.
004900 WORKING-STORAGE SECTION.
005000 01  WS-SWITCHES.
005100     05  WS-BACKUP-EOF-SWITCH       PIC X(01) VALUE "N".
006420     05  WS-NMF-FUNCTION            PIC X(01) VALUE "N".
006430     05  WS-NMF-RESULT              PIC X(01) VALUE SPACE.
006440     05  WS-NORM-WORK               PIC X(20) VALUE SPACES.
006442 01  WS-STD-FIELDS.
006444     05  WS-STD-STREET              PIC X(20) VALUE SPACES.
006446     05  WS-STD-RESULT              PIC X(01) VALUE SPACE.
006450 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
006500 01  WS-PARM                        PIC X(08) VALUE SPACES.
006600 01  WS-PROGRAM-ID                  PIC X(08) VALUE "MSTRELD".
008700             MOVE "ADDRESS MASTER RELOAD COMPLETE"
008800                 TO WS-AUDIT-MESSAGE
008900             OPEN OUTPUT ADDRESS-MASTER
008950             OPEN OUTPUT ADDRESS-INDEX
009000         WHEN OTHER
009100             DISPLAY "MSTRELD ABEND - PARM MUST BE SSN OR ADDR"
009200             MOVE 16 TO RETURN-CODE
013600             ADD 1 TO WS-DUPLICATE-COUNT
013700             MOVE "N" TO WS-BALANCE-SWITCH
013800         NOT INVALID KEY
013850             PERFORM 4100-WRITE-ADDRESS-INDEX THRU 4100-EXIT
013900             ADD 1 TO WS-LOADED-COUNT
014000     END-WRITE.
014100 4000-EXIT.
014200     EXIT.
014202 4100-WRITE-ADDRESS-INDEX.
014204*    ONE INDEX ENTRY PER LOADED ADDRESS THAT CARRIES A ZIP, KEYED
014206*    BY ZIP, ADRSTD-STANDARDIZED STREET, HOUSE NUMBER, AND SSN,
014208*    THE SAME FORM ADRMAINT MAINTAINS NIGHT TO NIGHT.
014210     IF ADR-ZIP = SPACES
014212         GO TO 4100-EXIT
014214     END-IF.
014216     CALL "ADRSTD" USING ADR-STREET WS-STD-STREET WS-STD-RESULT
014218     END-CALL.
014220     MOVE SPACES TO ADDRESS-INDEX-RECORD.
014222     MOVE ADR-ZIP TO AIX-ZIP.
014224     MOVE WS-STD-STREET TO AIX-STREET.
014226     MOVE ZERO TO AIX-HOUSE.
014228     IF ADR-HOUSE IS NUMERIC
014230         MOVE ADR-HOUSE TO AIX-HOUSE
014232     END-IF.
014234     MOVE ADR-KEY TO AIX-SSN.
014236     WRITE ADDRESS-INDEX-RECORD
014238         INVALID KEY
014240             CONTINUE
014242     END-WRITE.
014244 4100-EXIT.
014246     EXIT.
014300 5000-VERIFY-RELOAD.
014400*    PROVES THE REBUILT MASTER BEFORE IT GOES BACK IN SERVICE:
014500*    EVERY BACKUP RECORD MUST HAVE LOADED, AND THE MASTER READ
015310         CLOSE SSN-NAME-INDEX
015400         PERFORM 5200-REREAD-SSN-MASTER THRU 5200-EXIT
015500     ELSE
015550         CLOSE ADDRESS-INDEX
015600         PERFORM 5300-REREAD-ADDR-MASTER THRU 5300-EXIT
015700     END-IF.
015800     IF WS-REREAD-COUNT NOT = WS-BACKUP-COUNT
