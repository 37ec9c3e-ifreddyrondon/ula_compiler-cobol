000100*****************************************************************
000200* GLJRNL.CPY
000300* GENERAL-LEDGER JOURNAL INTERCHANGE RECORD LAYOUT, WRITTEN BY
000400* NUMRPT (THE NIGHTLY POSTING, JOURNAL TYPE "N") AND MTHEND (THE
000500* MONTH-END REVALUATION ADJUSTMENT, JOURNAL TYPE "M") FOR THE
000600* LEDGER LOAD. EVERY FILE IS ONE HEADER, THE DETAIL ENTRIES, AND
000700* ONE TRAILER. HEADER AND TRAILER BOTH CARRY THE ENTRY COUNT AND
000800* THE DEBIT AND CREDIT TOTALS, WHICH MUST AGREE WITH EACH OTHER
000900* AND WITH THE DETAILS -- THE LEDGER LOAD REFUSES A FILE THAT
001000* DOES NOT BALANCE. DETAIL AMOUNTS ARE ALWAYS POSITIVE; THE
001100* DEBIT/CREDIT INDICATOR CARRIES THE SIDE. THE SOURCE CODE IS THE
001200* CURRENCY WHOSE SUBTOTAL MADE THE ENTRY, "TOT" FOR THE USD
001300* CONSOLIDATION, OR "ADJ" FOR THE MONTH-END ADJUSTMENT.
001400*
001500*    DATE-WRITTEN.  11/07/1988.
001600*    MODIFICATION HISTORY
001700*    -------------------------------------------------------------
001800*    DATE       INIT  DESCRIPTION
001900*    11/07/1988 FR    ORIGINAL COPYBOOK.
002000*****************************************************************
002100 01  GL-JOURNAL-RECORD.
002200     05  GLJ-RECORD-TYPE            PIC X(03).
002300         88  GLJ-HEADER             VALUE "HDR".
002400         88  GLJ-DETAIL             VALUE "DTL".
002500         88  GLJ-TRAILER            VALUE "TRL".
002600     05  GLJ-DETAIL-AREA.
002700         10  GLJ-SEQUENCE           PIC 9(05).
002800         10  GLJ-ACCOUNT            PIC X(10).
002900         10  GLJ-DEBIT-CREDIT       PIC X(01).
003000             88  GLJ-IS-DEBIT       VALUE "D".
003100             88  GLJ-IS-CREDIT      VALUE "C".
003200         10  GLJ-CURRENCY-CODE      PIC X(03).
003300         10  GLJ-SOURCE-CODE        PIC X(03).
003400         10  GLJ-AMOUNT             PIC 9(13)V99.
003500         10  GLJ-EFFECTIVE-DATE     PIC 9(08).
003600         10  GLJ-DESCRIPTION        PIC X(30).
003700         10  FILLER                 PIC X(02).
003800     05  GLJ-CONTROL-AREA REDEFINES GLJ-DETAIL-AREA.
003900         10  GLJ-FILE-ID            PIC X(08).
004000         10  GLJ-SOURCE-PROGRAM     PIC X(08).
004100         10  GLJ-JOURNAL-TYPE       PIC X(01).
004200             88  GLJ-NIGHTLY        VALUE "N".
004300             88  GLJ-MONTH-END      VALUE "M".
004400         10  GLJ-JOURNAL-DATE       PIC 9(08).
004500         10  GLJ-RUN-NUMBER         PIC 9(07).
004600         10  GLJ-ENTRY-COUNT        PIC 9(07).
004700         10  GLJ-DEBIT-TOTAL        PIC 9(15)V99.
004800         10  GLJ-CREDIT-TOTAL       PIC 9(15)V99.
004900         10  FILLER                 PIC X(04).
