000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SSNMASK.
000300 AUTHOR. F RONDON.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 10/30/1988.
000600 DATE-COMPILED.
000700*****************************************************************
000800* SSNMASK IS THE SHOP'S COMMON ROUTINE FOR PUTTING AN SSN ON
000900* PAPER, CALLED THE WAY EVERYTHING CALLS AUDITLOG AND NAMEMTCH,
001000* SO ONE PIECE OF CODE OWNS WHAT A PRINTED SSN LOOKS LIKE.
001100* REPORTS SIT IN OPEN OUTPUT BINS AND GO TO PEOPLE WHO ONLY NEED
001200* THE LAST FOUR DIGITS, SO EVERY LISTING, AGING REPORT, AND
001300* INQUIRY PRINTS THE SSN AS XXX-XX-SSSS. THE FULL AAA-GG-SSSS
001400* PRINTS ONLY WHEN THE JOB RAN UNDER THE FULLSSN PARM -- THE
001500* CALLING PROGRAM CHECKS ITS OWN PARM, LOGS THE AUTHORIZED RUN
001600* THROUGH AUDITLOG, AND PASSES FUNCTION "F".
001700*
001800* FILES GOING TO OTHER SYSTEMS OR BACK INTO OUR OWN JOBS (BENOUT,
001900* THE RESUBMISSION FILE, CORRECTION AND PURGE DECKS, REJECT AND
002000* INTERCHANGE FILES) NEVER COME THROUGH HERE -- THEY CARRY THE
002100* SSN AS IT IS.
002200*
002300* THE CALL IS:
002400*   CALL "SSNMASK" USING FUNCTION, SSN, PRINTED-SSN
002500* WITH FUNCTION "M": PRINTED-SSN = XXX-XX-SSSS.
002600* WITH FUNCTION "F": PRINTED-SSN = AAA-GG-SSSS.
002700* ANY OTHER FUNCTION CODE IS TREATED AS "M" -- A CALLER'S SLIP
002800* MUST NEVER PRINT A FULL SSN. AN SSN THAT IS NOT NINE DIGITS
002900* (A REJECTED CARD) PRINTS AS KEYED UNDER "F" AND STILL HIDES
003000* ITS FIRST FIVE POSITIONS UNDER "M".
003100*
003200*    MODIFICATION HISTORY
003300*    -------------------------------------------------------------
003400*    DATE       INIT  DESCRIPTION
003500*    10/30/1988 FR    ORIGINAL PROGRAM.
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. MOTOROLA.
004000 OBJECT-COMPUTER. INTEL.
004100 DATA DIVISION.
004200 WORKING-STORAGE SECTION.
004300 01  WS-SSN-WORK                    PIC X(09) VALUE SPACES.
004400 01  WS-SSN-PARTS REDEFINES WS-SSN-WORK.
004500     05  WS-SSN-AREA                PIC X(03).
004600     05  WS-SSN-GROUP               PIC X(02).
004700     05  WS-SSN-SERIAL              PIC X(04).
004800 01  WS-PRINTED-WORK.
004900     05  WS-PW-AREA                 PIC X(03).
005000     05  WS-PW-DASH-1               PIC X(01).
005100     05  WS-PW-GROUP                PIC X(02).
005200     05  WS-PW-DASH-2               PIC X(01).
005300     05  WS-PW-SERIAL               PIC X(04).
005400 LINKAGE SECTION.
005500 01  LK-FUNCTION                    PIC X(01).
005600     88  LK-PRINT-FULL              VALUE "F".
005700 01  LK-SSN                         PIC X(09).
005800 01  LK-PRINTED-SSN                 PIC X(11).
005900 PROCEDURE DIVISION USING LK-FUNCTION LK-SSN LK-PRINTED-SSN.
006000 0000-MAINLINE.
006100     MOVE LK-SSN TO WS-SSN-WORK.
006200     IF LK-PRINT-FULL
006300         PERFORM 1000-FORMAT-FULL THRU 1000-EXIT
006400     ELSE
006500         PERFORM 2000-FORMAT-MASKED THRU 2000-EXIT
006600     END-IF.
006700     MOVE WS-PRINTED-WORK TO LK-PRINTED-SSN.
006800     GOBACK.
006900 1000-FORMAT-FULL.
007000     IF WS-SSN-WORK IS NOT NUMERIC
007100         MOVE WS-SSN-WORK TO WS-PRINTED-WORK
007200         GO TO 1000-EXIT
007300     END-IF.
007400     MOVE WS-SSN-AREA   TO WS-PW-AREA.
007500     MOVE "-"           TO WS-PW-DASH-1.
007600     MOVE WS-SSN-GROUP  TO WS-PW-GROUP.
007700     MOVE "-"           TO WS-PW-DASH-2.
007800     MOVE WS-SSN-SERIAL TO WS-PW-SERIAL.
007900 1000-EXIT.
008000     EXIT.
008100 2000-FORMAT-MASKED.
008200     MOVE "XXX"         TO WS-PW-AREA.
008300     MOVE "-"           TO WS-PW-DASH-1.
008400     MOVE "XX"          TO WS-PW-GROUP.
008500     MOVE "-"           TO WS-PW-DASH-2.
008600     MOVE WS-SSN-SERIAL TO WS-PW-SERIAL.
008700 2000-EXIT.
008800     EXIT.
