000100*****************************************************************
000200* ACCLOG.CPY
000300* INQUIRY ACCESS-LOG RECORD LAYOUT, WRITTEN BY THE ACCLOG
000400* SUBPROGRAM ON BEHALF OF SSNINQ, PERSINQ, AND ADRJINQ -- ONE
000500* RECORD PER LOOKUP, SAYING WHO LOOKED, WHY, AT WHAT, WHEN, AND
000600* WHETHER ANYTHING CAME BACK. PRIVRPT READS IT BACK EACH WEEK.
000700*
000800* THE REASON CODE IS REQUIRED ON EVERY INQUIRY PARM. THE LIST
000900* OF ACCEPTED CODES IS THE 88-LEVEL BELOW; ACCLOG REFUSES ANY
001000* OTHER AND LOGS THE REFUSAL.
001100*   CS  CUSTOMER SERVICE -- A CALL OR LETTER FROM THE PERSON
001200*   BN  BENEFITS CASE WORK
001300*   CR  CORRECTION OF A REJECT OR A MASTER RECORD
001400*   AU  INTERNAL OR EXTERNAL AUDIT
001500*   LG  LEGAL -- SUBPOENA, COURT ORDER, OR COUNSEL'S REQUEST
001600*   FR  FRAUD INVESTIGATION
001700*
001800* THE REQUEST TYPE FOLLOWS SSNINQ'S BATCH REQUEST TYPES (S N A
001900* H R), WITH "D" FOR ADRJINQ'S DATE= LISTING. PERSINQ AND
002000* ADRJINQ'S SSN= INQUIRY LOG AS "S". A REFUSED SSNINQ BATCH RUN
002100* LOGS AS "B", SINCE NO REQUEST IN ITS DECK WAS EVER READ.
002200*
002300*    DATE-WRITTEN.  10/31/1988.
002400*    MODIFICATION HISTORY
002500*    -------------------------------------------------------------
002600*    DATE       INIT  DESCRIPTION
002700*    10/31/1988 FR    ORIGINAL COPYBOOK.
002720*    11/01/1988 FR    ADDED REQUEST TYPE "R", SSNINQ'S ADDR=
002740*                     LISTING. ITS ARGUMENT IS THE ZIP, THE HOUSE
002760*                     NUMBER, AND THE FIRST NINE BYTES OF STREET.
002800*****************************************************************
002900 01  ACCESS-LOG-RECORD.
003000     05  ACC-DATE                   PIC 9(08).
003100     05  ACC-TIME                   PIC 9(08).
003200     05  ACC-PROGRAM                PIC X(08).
003300     05  ACC-USER                   PIC X(08).
003400     05  ACC-REASON                 PIC X(02).
003500         88  ACC-REASON-IS-VALID    VALUE "CS" "BN" "CR" "AU"
003600                                          "LG" "FR".
003700     05  ACC-REQUEST-TYPE           PIC X(01).
003800         88  ACC-REQUEST-BY-SSN     VALUE "S" "H".
003900         88  ACC-REQUEST-BY-NAME    VALUE "N".
004000         88  ACC-REQUEST-BY-AREA    VALUE "A".
004100         88  ACC-REQUEST-BY-DATE    VALUE "D".
004150         88  ACC-REQUEST-BY-ADDRESS VALUE "R".
004200     05  ACC-ARGUMENT               PIC X(20).
004300     05  ACC-ARGUMENT-SSN-VIEW REDEFINES ACC-ARGUMENT.
004400         10  ACC-ARGUMENT-SSN       PIC X(09).
004500         10  FILLER                 PIC X(11).
004600     05  ACC-RESULT                 PIC X(01).
004700         88  ACC-RESULT-FOUND       VALUE "Y".
004800         88  ACC-RESULT-NOT-FOUND   VALUE "N".
004900         88  ACC-RESULT-REFUSED     VALUE "R".
005000     05  ACC-MATCH-COUNT            PIC 9(05).
005100     05  FILLER                     PIC X(19).
