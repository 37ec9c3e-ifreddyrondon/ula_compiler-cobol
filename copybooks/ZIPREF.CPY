000100*****************************************************************
000200* ZIPREF.CPY
000300* ZIP-CODE REFERENCE RECORD LAYOUT - ONE RECORD PER FIVE-DIGIT
000400* ZIP CODE, KEYED BY THE ZIP, CARRYING THE STANDARD SPELLING OF
000500* THE CITY THE POST OFFICE DELIVERS IT UNDER AND THE STATE IT
000600* BELONGS TO. MAINTAINED BY THE ZIPMAINT TRANSACTION-DECK JOB.
000700* ADRMAINT CHECKS EVERY ADDRESS IT WRITES AGAINST IT (UNKNOWN
000800* ZIP, STATE THAT DISAGREES WITH THE ZIP) AND TAKES THE CITY
000900* SPELLING FROM IT; ADRSWEEP RUNS THE SAME CHECKS OVER THE
001000* WHOLE ADDRESS MASTER.
001100*
001200*    DATE-WRITTEN.  10/25/1988.
001300*    MODIFICATION HISTORY
001400*    -------------------------------------------------------------
001500*    DATE       INIT  DESCRIPTION
001600*    10/25/1988 FR    ORIGINAL COPYBOOK.
001700*****************************************************************
001800 01  ZIP-REFERENCE-RECORD.
001900     05  ZIP-CODE                   PIC X(05).
002000     05  ZIP-CITY                   PIC X(13).
002100     05  ZIP-STATE                  PIC X(02).
002200     05  FILLER                     PIC X(60).
