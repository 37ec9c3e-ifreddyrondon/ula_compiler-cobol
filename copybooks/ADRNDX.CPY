000100*****************************************************************
000200* ADRNDX.CPY
000300* ADDRESS MASTER ALTERNATE-INDEX RECORD LAYOUT - ONE RECORD PER
000400* ADDRESS MASTER RECORD THAT CARRIES A ZIP, KEYED BY THE ZIP,
000500* THE ADRSTD-STANDARDIZED STREET, AND THE HOUSE NUMBER, PLUS THE
000600* SSN, SO "WHO ELSE LIVES HERE" POSITIONS DIRECTLY ON THE
000700* ADDRESS INSTEAD OF READING THE WHOLE MASTER. EVERYONE AT ONE
000800* ADDRESS SITS TOGETHER IN KEY ORDER. MAINTAINED EVERYWHERE THE
000900* MASTER CHANGES -- ADRMAINT'S ADDS, CHANGES, AND DELETES AND
001000* ADRRECOV'S ROLL-FORWARD -- AND REBUILT WHOLE BY MSTRELD WHEN
001100* THE ADDRESS MASTER RELOADS. THE STREET HALF OF THE KEY IS
001200* ALWAYS THE STANDARD SPELLING, NEVER THE RAW MASTER STREET, SO
001300* "MAIN STREET" AND "MAIN ST." FILE TOGETHER.
001400*
001500*    DATE-WRITTEN.  11/01/1988.
001600*    MODIFICATION HISTORY
001700*    -------------------------------------------------------------
001800*    DATE       INIT  DESCRIPTION
001900*    11/01/1988 FR    ORIGINAL COPYBOOK.
002000*****************************************************************
002100 01  ADDRESS-INDEX-RECORD.
002200     05  AIX-KEY.
002300         10  AIX-ZIP                PIC X(05).
002400         10  AIX-STREET             PIC X(20).
002500         10  AIX-HOUSE              PIC 9(06).
002600         10  AIX-SSN                PIC X(09).
002700     05  FILLER                     PIC X(10).
