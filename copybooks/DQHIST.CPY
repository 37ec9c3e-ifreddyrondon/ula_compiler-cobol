000100*****************************************************************
000200* DQHIST.CPY
000300* DATA-QUALITY SCORECARD HISTORY RECORD - ONE ROW PER BUSINESS
000400* DATE, POSTED BY DQSCORE AT THE END OF EACH RUN WITH THAT
000500* NIGHT'S DEFECT COUNTS, AND READ BACK BY THE NEXT RUN FOR ITS
000600* TREND COLUMNS (PRIOR RUN, A WEEK BACK, START OF MONTH). KEYED
000700* BY THE BUSINESS DATE, SO A RERUN OF A NIGHT REWRITES ITS OWN
000800* ROW INSTEAD OF ADDING A SECOND ONE, THE WAY MTDREC.CPY WORKS.
000900*
001000* THE DEFECT COUNTS ARE IN DQSCORE'S CLASS ORDER:
001100*   1  BIRTH DATE MISSING (ZERO OR BLANK)
001200*   2  BIRTH DATE NOT A DATE, BEFORE 1880, OR IN THE FUTURE
001300*   3  SEX CODE BLANK, "U", OR NOT M/F
001400*   4  NAME BLANK OR CARRYING DIGITS OR STRAY PUNCTUATION
001500*   5  BENEFITS-ACCEPTED WITH NO ADDRESS MASTER RECORD
001600* A NEW CLASS TAKES THE NEXT SLOT OUT OF THE FILLER.
001700*
001800*    DATE-WRITTEN.  11/04/1988.
001900*    MODIFICATION HISTORY
002000*    -------------------------------------------------------------
002100*    DATE       INIT  DESCRIPTION
002200*    11/04/1988 FR    ORIGINAL COPYBOOK.
002300*****************************************************************
002400 01  DQ-HISTORY-RECORD.
002500     05  DQH-KEY.
002600         10  DQH-RUN-DATE           PIC 9(08).
002700     05  DQH-RUN-NUMBER             PIC 9(07).
002800     05  DQH-SSN-RECORDS            PIC 9(07).
002900     05  DQH-ANY-DEFECT             PIC 9(07).
003000     05  DQH-DEFECT-COUNT OCCURS 5 TIMES
003100                                    PIC 9(07).
003200     05  FILLER                     PIC X(16).
