000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCLOG.
000300 AUTHOR. F RONDON.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 10/31/1988.
000600 DATE-COMPILED.
000700*****************************************************************
000800* ACCLOG IS THE SHOP'S COMMON INQUIRY ACCESS-LOG ROUTINE, CALLED
000900* THE WAY EVERYTHING CALLS AUDITLOG, SO ONE PIECE OF CODE OWNS
001000* THE ACCESS-LOG RECORD (ACCLOG.CPY), THE LIST OF ACCEPTED
001100* REASON CODES, AND THE WRITE TO THE LOG. SSNINQ, PERSINQ, AND
001200* ADRJINQ EACH PUT PERSONAL DATA IN FRONT OF WHOEVER SUBMITS
001300* THEM; EVERY LOOKUP THEY ANSWER IS RECORDED HERE UNDER THE
001400* REQUESTING USER AND REASON FROM THE PARM, AND PRIVRPT READS
001500* THE LOG BACK EACH WEEK.
001600*
001700* THE CALL IS:
001800*   CALL "ACCLOG" USING FUNCTION, PROGRAM, USER, REASON,
001900*        REQUEST-TYPE, ARGUMENT, MATCH-COUNT, RESULT
002000* WITH FUNCTION "C" (CHECK), MADE ONCE BEFORE ANY FILE IS READ:
002100*   RESULT "Y" = THE USER IS PRESENT AND THE REASON IS ON THE
002200*                LIST -- NOTHING IS WRITTEN
002300*   RESULT "N" = REFUSED -- A REFUSED ENTRY IS WRITTEN AND THE
002400*                CALLER MUST END THE RUN WITHOUT ANSWERING
002500* WITH FUNCTION "L" (LOG), MADE ONCE PER LOOKUP ANSWERED:
002600*   THE ENTRY IS WRITTEN, FOUND WHEN MATCH-COUNT IS NOT ZERO,
002700*   AND RESULT IS "Y".
002800*
002900*    MODIFICATION HISTORY
003000*    -------------------------------------------------------------
003100*    DATE       INIT  DESCRIPTION
003200*    10/31/1988 FR    ORIGINAL PROGRAM.
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. MOTOROLA.
003700 OBJECT-COMPUTER. INTEL.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ACCESS-LOG ASSIGN TO ACCLOG
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ACCESS-LOG
004500     LABEL RECORD IS OMITTED.
004600 COPY ACCLOG.
004700 WORKING-STORAGE SECTION.
004800 LINKAGE SECTION.
004900 01  LK-FUNCTION                    PIC X(01).
005000     88  LK-CHECK-ACCESS            VALUE "C".
005100 01  LK-PROGRAM-NAME                PIC X(08).
005200 01  LK-USER                        PIC X(08).
005300 01  LK-REASON                      PIC X(02).
005400 01  LK-REQUEST-TYPE                PIC X(01).
005500 01  LK-ARGUMENT                    PIC X(20).
005600 01  LK-MATCH-COUNT                 PIC 9(05).
005700 01  LK-RESULT                      PIC X(01).
005800 PROCEDURE DIVISION USING LK-FUNCTION LK-PROGRAM-NAME LK-USER
005900         LK-REASON LK-REQUEST-TYPE LK-ARGUMENT LK-MATCH-COUNT
006000         LK-RESULT.
006100 0000-MAINLINE.
006200     OPEN EXTEND ACCESS-LOG.
006300     PERFORM 2000-BUILD-ENTRY THRU 2000-EXIT.
006400     IF LK-CHECK-ACCESS
006500         PERFORM 3000-CHECK-ACCESS THRU 3000-EXIT
006600     ELSE
006700         MOVE "Y" TO LK-RESULT
006800         WRITE ACCESS-LOG-RECORD
006900     END-IF.
007000     CLOSE ACCESS-LOG.
007100     GOBACK.
007200 2000-BUILD-ENTRY.
007300     MOVE SPACES TO ACCESS-LOG-RECORD.
007400     ACCEPT ACC-DATE FROM DATE YYYYMMDD.
007500     ACCEPT ACC-TIME FROM TIME.
007600     MOVE LK-PROGRAM-NAME TO ACC-PROGRAM.
007700     MOVE LK-USER         TO ACC-USER.
007800     MOVE LK-REASON       TO ACC-REASON.
007900     MOVE LK-REQUEST-TYPE TO ACC-REQUEST-TYPE.
008000     MOVE LK-ARGUMENT     TO ACC-ARGUMENT.
008100     MOVE LK-MATCH-COUNT  TO ACC-MATCH-COUNT.
008200     IF LK-MATCH-COUNT > ZERO
008300         MOVE "Y" TO ACC-RESULT
008400     ELSE
008500         MOVE "N" TO ACC-RESULT
008600     END-IF.
008700 2000-EXIT.
008800     EXIT.
008900 3000-CHECK-ACCESS.
009000*    A RUN WITH NO USER OR WITH A REASON OFF THE LIST ANSWERS
009100*    NOTHING, BUT THE ATTEMPT ITSELF IS STILL RECORDED.
009200     MOVE "Y" TO LK-RESULT.
009300     IF LK-USER NOT = SPACES
009400             AND ACC-REASON-IS-VALID
009500         GO TO 3000-EXIT
009600     END-IF.
009700     MOVE "N" TO LK-RESULT.
009800     MOVE "R" TO ACC-RESULT.
009900     MOVE ZERO TO ACC-MATCH-COUNT.
010000     WRITE ACCESS-LOG-RECORD.
010100 3000-EXIT.
010200     EXIT.
