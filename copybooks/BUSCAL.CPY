000100*****************************************************************
000200* BUSCAL.CPY
000300* BUSINESS CALENDAR RECORD LAYOUT - ONE RECORD PER CALENDAR DAY,
000400* KEYED BY THE DATE (YYYYMMDD), MARKING IT A WORKING DAY, A
000500* HOLIDAY, OR A NON-WORKING DAY (WEEKEND), WITH THE MONTH-END,
000600* QUARTER-END, AND YEAR-END FLAGS ON THE LAST WORKING DAY OF
000700* EACH PERIOD. MAINTAINED BY THE CALMAINT TRANSACTION-DECK JOB,
000800* WHICH DERIVES THE PERIOD-END FLAGS ITSELF -- THEY ARE NEVER
000900* KEYED. RUNCTLST TAKES THE NIGHT'S BUSINESS DATE FROM IT.
001000*
001100*    DATE-WRITTEN.  10/26/1988.
001200*    MODIFICATION HISTORY
001300*    -------------------------------------------------------------
001400*    DATE       INIT  DESCRIPTION
001500*    10/26/1988 FR    ORIGINAL COPYBOOK.
001600*****************************************************************
001700 01  BUSINESS-CALENDAR-RECORD.
001800     05  CAL-DATE                   PIC 9(08).
001900     05  CAL-DAY-TYPE               PIC X(01).
002000         88  CAL-WORKING-DAY        VALUE "W".
002100         88  CAL-HOLIDAY            VALUE "H".
002200         88  CAL-NON-WORKING-DAY    VALUE "N".
002300     05  CAL-MONTH-END-FLAG         PIC X(01).
002400         88  CAL-MONTH-END          VALUE "Y".
002500     05  CAL-QUARTER-END-FLAG       PIC X(01).
002600         88  CAL-QUARTER-END        VALUE "Y".
002700     05  CAL-YEAR-END-FLAG          PIC X(01).
002800         88  CAL-YEAR-END           VALUE "Y".
002900     05  CAL-DESCRIPTION            PIC X(20).
003000     05  FILLER                     PIC X(48).
