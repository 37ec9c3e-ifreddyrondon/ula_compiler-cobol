001170*                     REPORT ELAPSED TIME PER PROGRAM PER
001180*                     NIGHT. RECORDS WRITTEN BEFORE THIS CHANGE
001190*                     CARRY A SPACE AND READ AS END ENTRIES.
001191*    10/29/1988 FR    ADDED THE DECISION ENTRY TYPE. APRMAINT
001192*                     LOGS EVERY APPROVAL, REJECTION, AND EXPIRY
001193*                     OF A PENDING DELETE AS A "D" ENTRY WHOSE
001194*                     MESSAGE CARRIES THE DECISION, THE SSN, AND
001195*                     BOTH OPERATOR IDS. IT CARRIES NO COUNTS.
001196*    10/30/1988 FR    ADDED THE FULL-SSN ENTRY TYPE. A REPORT RUN
001197*                     UNDER THE FULLSSN PARM LOGS ONE "F" ENTRY
001198*                     SAYING ITS LISTINGS CARRY UNMASKED SSNS.
001199*                     IT CARRIES NO COUNTS.
001200*****************************************************************
001300 01  AUDIT-LOG-RECORD.
001400     05  AUDIT-LOG-DATE             PIC 9(08).
002000     05  AUDIT-LOG-RECORDS-REJECTED PIC 9(07).
002100     05  AUDIT-LOG-OVERFLOW-COUNT   PIC 9(07).
002200     05  AUDIT-LOG-MESSAGE          PIC X(40).
002210     05  AUDIT-DECISION-DETAIL REDEFINES AUDIT-LOG-MESSAGE.
002220         10  AUDIT-DEC-ACTION       PIC X(01).
002230         10  AUDIT-DEC-SOURCE       PIC X(08).
002240         10  AUDIT-DEC-KEY          PIC X(09).
002250         10  AUDIT-DEC-REQUEST-OPER PIC X(08).
002260         10  AUDIT-DEC-DECISION-OPER PIC X(08).
002270         10  FILLER                 PIC X(06).
002300     05  AUDIT-LOG-RUN-NUMBER       PIC 9(07).
002400     05  AUDIT-LOG-ENTRY-TYPE       PIC X(01).
002500         88  AUDIT-ENTRY-IS-START   VALUE "S".
002600         88  AUDIT-ENTRY-IS-END     VALUE "E" " ".
002700         88  AUDIT-ENTRY-IS-DECISION VALUE "D".
002800         88  AUDIT-ENTRY-IS-FULL-SSN VALUE "F".
