000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADRSTD.
000300 AUTHOR. F RONDON.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 10/25/1988.
000600 DATE-COMPILED.
000700*****************************************************************
000800* ADRSTD IS THE SHOP'S COMMON STREET-STANDARDIZATION ROUTINE,
000900* CALLED THE WAY EVERYTHING CALLS NAMEMTCH, SO ONE PIECE OF CODE
001000* OWNS THE ONE SPELLING A STREET IS WRITTEN UNDER. "MAIN STREET",
001100* "MAIN ST.", AND "main st" ALL COME OUT "MAIN ST". THE STREET IS
001200* FIRST NORMALIZED THROUGH NAMEMTCH -- CASE RAISED, PUNCTUATION
001300* DROPPED, RUNS OF SPACES COLLAPSED, LEFT JUSTIFIED -- AND THEN
001400* A TRAILING SUFFIX WORD FOUND ON THE SUFFIX TABLE IS REPLACED
001500* BY ITS POSTAL ABBREVIATION. A ONE-WORD STREET ("BROADWAY") IS
001600* NEVER TREATED AS A SUFFIX, AND A REPLACEMENT THAT WOULD NOT
001700* FIT THE 20-BYTE FIELD IS NOT MADE.
001800*
001900* THE CALL IS:
002000*   CALL "ADRSTD" USING STREET-IN, STREET-OUT, RESULT
002100*   RESULT "Y" = STREET-OUT DIFFERS FROM STREET-IN
002200*   RESULT "N" = STREET-IN WAS ALREADY STANDARD
002300*
002400*    MODIFICATION HISTORY
002500*    -------------------------------------------------------------
002600*    DATE       INIT  DESCRIPTION
002700*    10/25/1988 FR    ORIGINAL PROGRAM.
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. MOTOROLA.
003200 OBJECT-COMPUTER. INTEL.
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500 01  WS-NMF-FUNCTION                PIC X(01) VALUE "N".
003600 01  WS-NMF-RESULT                  PIC X(01) VALUE SPACE.
003700 01  WS-NORM-STREET                 PIC X(20) VALUE SPACES.
003800 01  WS-NORM-STREET-CHARS REDEFINES WS-NORM-STREET.
003900     05  WS-NORM-CHAR OCCURS 20 TIMES
004000                                    PIC X(01).
004100 01  WS-STD-STREET                  PIC X(20) VALUE SPACES.
004200 01  WS-STD-STREET-CHARS REDEFINES WS-STD-STREET.
004300     05  WS-STD-CHAR OCCURS 20 TIMES
004400                                    PIC X(01).
004500 01  WS-SUFFIX-WORD                 PIC X(10) VALUE SPACES.
004600 01  WS-SUFFIX-WORD-CHARS REDEFINES WS-SUFFIX-WORD.
004700     05  WS-SUFFIX-CHAR OCCURS 10 TIMES
004800                                    PIC X(01).
004900 01  WS-ABBREV-WORD                 PIC X(04) VALUE SPACES.
005000 01  WS-ABBREV-WORD-CHARS REDEFINES WS-ABBREV-WORD.
005100     05  WS-ABBREV-CHAR OCCURS 4 TIMES
005200                                    PIC X(01).
005300 01  WS-CHAR-SUB                    PIC 9(02) VALUE ZERO.
005400 01  WS-OUT-SUB                     PIC 9(02) VALUE ZERO.
005500 01  WS-WORD-START                  PIC 9(02) VALUE ZERO.
005600 01  WS-WORD-END                    PIC 9(02) VALUE ZERO.
005700 01  WS-WORD-LENGTH                 PIC 9(02) VALUE ZERO.
005800 01  WS-NEW-LENGTH                  PIC 9(02) VALUE ZERO.
005900*    FULL SPELLING (10), POSTAL ABBREVIATION (4), AND THE
006000*    ABBREVIATION'S LENGTH (1). KEYPUNCH SHORTHANDS THAT ARE
006100*    NOT THE POSTAL FORM ("STR", "AV") ARE CARRIED TOO.
006200 01  WS-SUFFIX-VALUES.
006300     05  FILLER                     PIC X(15) VALUE
006400         "STREET    ST  2".
006500     05  FILLER                     PIC X(15) VALUE
006600         "STR       ST  2".
006700     05  FILLER                     PIC X(15) VALUE
006800         "AVENUE    AVE 3".
006900     05  FILLER                     PIC X(15) VALUE
007000         "AV        AVE 3".
007100     05  FILLER                     PIC X(15) VALUE
007200         "AVN       AVE 3".
007300     05  FILLER                     PIC X(15) VALUE
007400         "ROAD      RD  2".
007500     05  FILLER                     PIC X(15) VALUE
007600         "DRIVE     DR  2".
007700     05  FILLER                     PIC X(15) VALUE
007800         "DRV       DR  2".
007900     05  FILLER                     PIC X(15) VALUE
008000         "LANE      LN  2".
008100     05  FILLER                     PIC X(15) VALUE
008200         "COURT     CT  2".
008300     05  FILLER                     PIC X(15) VALUE
008400         "PLACE     PL  2".
008500     05  FILLER                     PIC X(15) VALUE
008600         "BOULEVARD BLVD4".
008700     05  FILLER                     PIC X(15) VALUE
008800         "BOUL      BLVD4".
008900     05  FILLER                     PIC X(15) VALUE
009000         "BLV       BLVD4".
009100     05  FILLER                     PIC X(15) VALUE
009200         "CIRCLE    CIR 3".
009300     05  FILLER                     PIC X(15) VALUE
009400         "PARKWAY   PKWY4".
009500     05  FILLER                     PIC X(15) VALUE
009600         "PKY       PKWY4".
009700     05  FILLER                     PIC X(15) VALUE
009800         "HIGHWAY   HWY 3".
009900     05  FILLER                     PIC X(15) VALUE
010000         "TERRACE   TER 3".
010100     05  FILLER                     PIC X(15) VALUE
010200         "SQUARE    SQ  2".
010300     05  FILLER                     PIC X(15) VALUE
010400         "TRAIL     TRL 3".
010500     05  FILLER                     PIC X(15) VALUE
010600         "EXPRESSWAYEXPY4".
010700 01  WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-VALUES.
010800     05  WS-SUFFIX-ENTRY OCCURS 22 TIMES
010900             INDEXED BY WS-SFX-IDX.
011000         10  WS-SFX-FULL            PIC X(10).
011100         10  WS-SFX-ABBREV          PIC X(04).
011200         10  WS-SFX-ABBREV-LENGTH   PIC 9(01).
011300 LINKAGE SECTION.
011400 01  LK-STREET-IN                   PIC X(20).
011500 01  LK-STREET-OUT                  PIC X(20).
011600 01  LK-RESULT                      PIC X(01).
011700 PROCEDURE DIVISION USING LK-STREET-IN LK-STREET-OUT LK-RESULT.
011800 0000-MAINLINE.
011900     CALL "NAMEMTCH" USING WS-NMF-FUNCTION LK-STREET-IN
012000         WS-NORM-STREET WS-NMF-RESULT
012100     END-CALL.
012200     MOVE WS-NORM-STREET TO WS-STD-STREET.
012300     PERFORM 1000-FIND-LAST-WORD THRU 1000-EXIT.
012400     PERFORM 2000-REPLACE-SUFFIX THRU 2000-EXIT.
012500     MOVE WS-STD-STREET TO LK-STREET-OUT.
012600     IF LK-STREET-OUT = LK-STREET-IN
012700         MOVE "N" TO LK-RESULT
012800     ELSE
012900         MOVE "Y" TO LK-RESULT
013000     END-IF.
013100     GOBACK.
013200 1000-FIND-LAST-WORD.
013300*    THE NORMALIZED STREET HAS SINGLE SPACES BETWEEN WORDS, SO
013400*    THE LAST WORD STARTS AFTER THE LAST SPACE THAT PRECEDES A
013500*    NON-BLANK AND ENDS AT THE LAST NON-BLANK.
013600     MOVE ZERO TO WS-WORD-START WS-WORD-END.
013700     PERFORM 1100-CHECK-ONE-CHAR THRU 1100-EXIT
013800         VARYING WS-CHAR-SUB FROM 1 BY 1
013900         UNTIL WS-CHAR-SUB > 20.
014000 1000-EXIT.
014100     EXIT.
014200 1100-CHECK-ONE-CHAR.
014300     IF WS-NORM-CHAR(WS-CHAR-SUB) = SPACE
014400         GO TO 1100-EXIT
014500     END-IF.
014600     MOVE WS-CHAR-SUB TO WS-WORD-END.
014700     IF WS-CHAR-SUB = 1
014800         MOVE WS-CHAR-SUB TO WS-WORD-START
014900     ELSE
015000         IF WS-NORM-CHAR(WS-CHAR-SUB - 1) = SPACE
015100             MOVE WS-CHAR-SUB TO WS-WORD-START
015200         END-IF
015300     END-IF.
015400 1100-EXIT.
015500     EXIT.
015600 2000-REPLACE-SUFFIX.
015700*    ONLY A SECOND OR LATER WORD OF TEN BYTES OR LESS CAN BE A
015800*    SUFFIX. A HIT IS REPLACED IN PLACE WHEN THE ABBREVIATION
015900*    FITS IN THE FIELD.
016000     IF WS-WORD-START < 2
016100         GO TO 2000-EXIT
016200     END-IF.
016300     COMPUTE WS-WORD-LENGTH = WS-WORD-END - WS-WORD-START + 1.
016400     IF WS-WORD-LENGTH > 10
016500         GO TO 2000-EXIT
016600     END-IF.
016700     MOVE SPACES TO WS-SUFFIX-WORD.
016800     MOVE ZERO TO WS-OUT-SUB.
016900     PERFORM 2100-COPY-SUFFIX-CHAR THRU 2100-EXIT
017000         VARYING WS-CHAR-SUB FROM WS-WORD-START BY 1
017100         UNTIL WS-CHAR-SUB > WS-WORD-END.
017200     SET WS-SFX-IDX TO 1.
017300     SEARCH WS-SUFFIX-ENTRY
017400         AT END
017500             GO TO 2000-EXIT
017600         WHEN WS-SFX-FULL(WS-SFX-IDX) = WS-SUFFIX-WORD
017700             CONTINUE
017800     END-SEARCH.
017900     COMPUTE WS-NEW-LENGTH =
018000         WS-WORD-START - 1 + WS-SFX-ABBREV-LENGTH(WS-SFX-IDX).
018100     IF WS-NEW-LENGTH > 20
018200         GO TO 2000-EXIT
018300     END-IF.
018400     MOVE WS-SFX-ABBREV(WS-SFX-IDX) TO WS-ABBREV-WORD.
018500     PERFORM 2200-CLEAR-ONE-CHAR THRU 2200-EXIT
018600         VARYING WS-CHAR-SUB FROM WS-WORD-START BY 1
018700         UNTIL WS-CHAR-SUB > 20.
018800     MOVE ZERO TO WS-OUT-SUB.
018900     PERFORM 2300-COPY-ABBREV-CHAR THRU 2300-EXIT
019000         VARYING WS-CHAR-SUB FROM WS-WORD-START BY 1
019100         UNTIL WS-CHAR-SUB > WS-NEW-LENGTH.
019200 2000-EXIT.
019300     EXIT.
019400 2100-COPY-SUFFIX-CHAR.
019500     ADD 1 TO WS-OUT-SUB.
019600     MOVE WS-NORM-CHAR(WS-CHAR-SUB) TO WS-SUFFIX-CHAR(WS-OUT-SUB).
019700 2100-EXIT.
019800     EXIT.
019900 2200-CLEAR-ONE-CHAR.
020000     MOVE SPACE TO WS-STD-CHAR(WS-CHAR-SUB).
020100 2200-EXIT.
020200     EXIT.
020300 2300-COPY-ABBREV-CHAR.
020400     ADD 1 TO WS-OUT-SUB.
020500     MOVE WS-ABBREV-CHAR(WS-OUT-SUB) TO WS-STD-CHAR(WS-CHAR-SUB).
020600 2300-EXIT.
020700     EXIT.
