000100*****************************************************************
000200* ADRUND.CPY
000300* UNDELIVERABLE-ADDRESS FLAG RECORD LAYOUT - ONE RECORD PER SSN
000400* WHOSE MAIL THE POST OFFICE HAS SENT BACK, KEYED BY THE SSN
000500* LIKE THE ADDRESS MASTER IT FLAGS. RTNMAIL FILES THE FLAG FROM
000600* THE RETURNED-MAIL DECK WITH THE RETURN DATE, THE POSTAL REASON,
000700* AND A COPY OF THE ADDRESS THE MAIL WAS RETURNED FROM. ADRMAINT
000800* DELETES THE FLAG WHEN IT APPLIES A NEW ADDRESS FOR THE SSN OR
000900* DELETES THE ADDRESS. BENLTR, AND ANY OTHER JOB THAT MAILS TO
001000* THE ADDRESS MASTER, MUST LOOK HERE FIRST AND NOT MAIL TO A
001100* FLAGGED ADDRESS.
001200*
001300* THE ADDRESS MASTER ITSELF HAS NO ROOM FOR THE FLAG, AND ITS
001400* 75-BYTE IMAGE IS CARRIED WHOLE BY THE JOURNAL, ADRRECOV, AND
001500* THE BACKUPS, SO THE FLAG LIVES IN THIS SIDE FILE INSTEAD.
001600*
001700* POSTAL REASON CODES:
001800*   AN  ATTEMPTED, NOT KNOWN AT THE ADDRESS
001900*   NS  NO SUCH STREET
002000*   NN  NO SUCH NUMBER
002100*   MV  MOVED, LEFT NO FORWARDING ADDRESS
002200*   UF  UNABLE TO FORWARD, FORWARDING ORDER EXPIRED
002300*   IA  INSUFFICIENT ADDRESS
002400*   VC  VACANT
002500*   RF  REFUSED
002600*
002700*    DATE-WRITTEN.  11/02/1988.
002800*    MODIFICATION HISTORY
002900*    -------------------------------------------------------------
003000*    DATE       INIT  DESCRIPTION
003100*    11/02/1988 FR    ORIGINAL COPYBOOK.
003200*****************************************************************
003300 01  UNDELIVERABLE-RECORD.
003400     05  UND-KEY                    PIC X(09).
003500     05  UND-RETURN-DATE            PIC 9(08).
003600     05  UND-REASON                 PIC X(02).
003700         88  UND-REASON-IS-VALID    VALUE "AN" "NS" "NN" "MV"
003800                                          "UF" "IA" "VC" "RF".
003900     05  UND-FLAG-DATE              PIC 9(08).
004000     05  UND-RETURNED-ADDRESS       PIC X(46).
004100     05  FILLER                     PIC X(07).
