000100*****************************************************************
000200* GLACCT.CPY
000300* GENERAL-LEDGER ACCOUNT MAPPING RECORD - ONE RECORD PER CURRENCY
000400* CODE NUMRPT REPORTS, KEYED BY THE CODE, GIVING THE LEDGER
000500* ACCOUNTS ITS NIGHTLY SUBTOTAL IS DEBITED AND CREDITED TO. THE
000600* ROW KEYED "TOT" CARRIES THE ACCOUNTS FOR THE CONSOLIDATED USD
000700* FIGURE, AND ITS REVALUATION ACCOUNT TAKES THE OTHER SIDE OF
000800* MTHEND'S MONTH-END RATE ADJUSTMENT; THE REVALUATION ACCOUNT IS
000900* NOT USED ON ANY OTHER ROW. MAINTAINED BY THE GLAMAINT
001000* TRANSACTION-DECK JOB AND READ BY NUMRPT AND MTHEND.
001100*
001200*    DATE-WRITTEN.  11/07/1988.
001300*    MODIFICATION HISTORY
001400*    -------------------------------------------------------------
001500*    DATE       INIT  DESCRIPTION
001600*    11/07/1988 FR    ORIGINAL COPYBOOK.
001700*****************************************************************
001800 01  GL-ACCOUNT-RECORD.
001900     05  GLA-CURRENCY-CODE          PIC X(03).
002000     05  GLA-DEBIT-ACCOUNT          PIC X(10).
002100     05  GLA-CREDIT-ACCOUNT         PIC X(10).
002200     05  GLA-REVAL-ACCOUNT          PIC X(10).
002300     05  GLA-DESCRIPTION            PIC X(20).
002400     05  GLA-LAST-CHANGED-DATE      PIC 9(08).
002500     05  FILLER                     PIC X(19).
