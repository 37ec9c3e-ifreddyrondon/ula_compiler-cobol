000100*****************************************************************
000200* PENDAPR.CPY
000300* PENDING-APPROVAL RECORD LAYOUT - ONE RECORD PER MASTER RECORD
000400* SOMEBODY HAS ASKED TO REMOVE, KEYED BY THE PROGRAM THAT OWNS
000500* THE REMOVAL (SSNPURGE, SSNMAINT, ADRMAINT) AND THE SSN. A PURGE
000600* CARD OR A "D" TRANSACTION NO LONGER TAKES EFFECT ON ONE
000700* OPERATOR'S SAY-SO: THE OWNING PROGRAM FILES IT HERE THROUGH
000800* APRCHECK AS A PENDING REQUEST, APRMAINT RECORDS A SECOND
000900* OPERATOR'S APPROVAL OR REJECTION (OR EXPIRES IT), AND ONLY AN
001000* APPROVED REQUEST IS APPLIED -- AFTER WHICH IT IS MARKED
001100* APPLIED. A CLOSED RECORD (REJECTED, EXPIRED, APPLIED) IS
001200* REUSED BY THE NEXT REQUEST FOR THE SAME SSN.
001300*
001400*    DATE-WRITTEN.  10/29/1988.
001500*    MODIFICATION HISTORY
001600*    -------------------------------------------------------------
001700*    DATE       INIT  DESCRIPTION
001800*    10/29/1988 FR    ORIGINAL COPYBOOK.
001900*****************************************************************
002000 01  PENDING-APPROVAL-RECORD.
002100     05  PND-KEY.
002200         10  PND-SOURCE             PIC X(08).
002300         10  PND-TARGET-KEY         PIC X(09).
002400     05  PND-STATUS                 PIC X(01).
002500         88  PND-IS-PENDING         VALUE "P".
002600         88  PND-IS-APPROVED        VALUE "A".
002700         88  PND-IS-REJECTED        VALUE "R".
002800         88  PND-IS-EXPIRED         VALUE "X".
002900         88  PND-IS-APPLIED         VALUE "C".
003000     05  PND-REQUEST-OPERATOR       PIC X(08).
003100     05  PND-REQUEST-DATE           PIC 9(08).
003200     05  PND-REASON-CODE            PIC X(02).
003300     05  PND-NAME                   PIC X(20).
003400     05  PND-DECISION-OPERATOR      PIC X(08).
003500     05  PND-DECISION-DATE          PIC 9(08).
003600     05  PND-APPLIED-DATE           PIC 9(08).
003700     05  FILLER                     PIC X(20).
