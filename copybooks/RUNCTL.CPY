001300*    -------------------------------------------------------------
001400*    DATE       INIT  DESCRIPTION
001500*    09/23/1988 FR    ORIGINAL COPYBOOK.
001510*    10/26/1988 FR    THE BUSINESS DATE NOW COMES OFF THE BUSINESS
001520*                     CALENDAR (BUSCAL.CPY). ADDED THE CALENDAR'S
001530*                     PERIOD-END FLAGS FOR THE STAMPED DATE, THE
001540*                     PRIOR STAMPED DATE, THE COUNT OF HOLIDAYS
001550*                     AND WEEKEND DAYS SKIPPED BETWEEN THEM, AND
001560*                     THE OVERRIDE FLAG, OUT OF THE FILLER.
001600*****************************************************************
001700 01  RUN-CONTROL-RECORD.
001800     05  RC-BUSINESS-DATE           PIC 9(08).
001900     05  RC-RUN-NUMBER              PIC 9(07).
002000     05  RC-MONTH-END-FLAG          PIC X(01).
002010         88  RC-MONTH-END           VALUE "Y".
002020     05  RC-QUARTER-END-FLAG        PIC X(01).
002030         88  RC-QUARTER-END         VALUE "Y".
002040     05  RC-YEAR-END-FLAG           PIC X(01).
002050         88  RC-YEAR-END            VALUE "Y".
002060     05  RC-PRIOR-BUSINESS-DATE     PIC 9(08).
002070     05  RC-DAYS-SKIPPED            PIC 9(03).
002080     05  RC-OVERRIDE-FLAG           PIC X(01).
002090         88  RC-DATE-OVERRIDDEN     VALUE "Y".
002100     05  FILLER                     PIC X(50).
