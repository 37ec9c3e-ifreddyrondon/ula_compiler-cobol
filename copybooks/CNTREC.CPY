001295*                     SUSPENDED WITHOUT A MATCHING SSN CARD
001296*                     TONIGHT, SO RECONCIL SUBTRACTS IT FROM
001297*                     THE BALANCE'S RIGHT SIDE.
001298*    11/06/1988 FR    ADDED THE DUPLICATE COUNT FOR NUMRPT'S
001299*                     CROSS-NIGHT DUPLICATE REJECTS.
001300*****************************************************************
001400 01  CONTROL-COUNT-RECORD.
001500     05  CC-PROGRAM-ID              PIC X(08).
002200     05  CC-RUN-NUMBER              PIC 9(07).
002300     05  CC-RECORDS-SUSPENDED       PIC 9(07).
002400     05  CC-RECORDS-RETRIED         PIC 9(07).
002500     05  CC-RECORDS-DUPLICATE       PIC 9(07).
