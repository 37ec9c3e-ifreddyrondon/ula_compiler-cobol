000100*****************************************************************
000200* TRNHIST.CPY
000300* TRANSACTION-ID HISTORY RECORD - ONE ROW PER TRAN-ID NUMRPT HAS
000400* ACCEPTED, KEYED BY THE ID, CARRYING THE BUSINESS DATE, RUN
000500* NUMBER, AMOUNT, AND CURRENCY OF THE ACCEPTANCE. NUMRPT READS
000600* IT FOR EVERY TRANSACTION THAT PASSES ITS EDITS; AN ID ALREADY
000700* ON FILE INSIDE THE RETENTION WINDOW IS A DUPLICATE AND GOES TO
000800* NUMREJ INSTEAD OF THE REPORT. THE FEED POSITION IS THE RECORD
000900* NUMBER WITHIN THE NIGHT'S FEED, SO A RESTART CAN TAKE BACK
001000* THE ROWS POSTED PAST ITS CHECKPOINT. HOUSEKEP TRNHIST AGES
001100* OLD ROWS OFF.
001200*
001300*    DATE-WRITTEN.  11/06/1988.
001400*    MODIFICATION HISTORY
001500*    -------------------------------------------------------------
001600*    DATE       INIT  DESCRIPTION
001700*    11/06/1988 FR    ORIGINAL COPYBOOK.
001800*****************************************************************
001900 01  TRAN-HISTORY-RECORD.
002000     05  TRH-KEY.
002100         10  TRH-TRAN-ID            PIC X(06).
002200     05  TRH-BUSINESS-DATE          PIC 9(08).
002300     05  TRH-RUN-NUMBER             PIC 9(07).
002400     05  TRH-FEED-POSITION          PIC 9(07).
002500     05  TRH-AMOUNT                 PIC S9(07)V99.
002600     05  TRH-CURRENCY-CODE          PIC X(03).
002700     05  FILLER                     PIC X(10).
