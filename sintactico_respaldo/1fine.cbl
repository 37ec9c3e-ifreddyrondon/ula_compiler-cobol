008340*                     ARRIVED USED TO RE-SUSPEND ON THE VERY
008350*                     NIGHT THE ADD CAME IN, AND ONLY RESOLVED
008360*                     THE NIGHT AFTER.
008362*    10/24/1988 FR    CHECKPOINT/RESTART THE WAY SSNFMT AND
008364*                     NUMRPT DO. A CHECKPOINT IS WRITTEN EVERY
008366*                     CHECKPOINT INTERVAL ACROSS BOTH THE DECK
008368*                     AND THE SUSPENSE-RETRY PASS, AND A RESTART
008370*                     PARM RESUMES FROM THE LAST ONE: SUSPOUT AND
008372*                     ADRJRNL ARE CUT BACK TO CHECKPOINT STATE
008374*                     (STAGED THROUGH SUSPTEMP AND JRNLTEMP), THE
008376*                     WORK THE FAILED RUN ALREADY APPLIED PAST THE
008378*                     CHECKPOINT IS RECOGNIZED FROM ITS JOURNAL
008380*                     ENTRIES INSTEAD OF BEING APPLIED TWICE, AND
008382*                     THE CONTROL COUNTS RESUME FROM THE
008384*                     CHECKPOINT. SEE NIGHTRST FOR THE STEP020
008386*                     RESTART FORM.
008387*    10/25/1988 FR    ADDS AND CHANGES ARE NOW EDITED AGAINST THE
008388*                     ZIP REFERENCE FILE (ZIPREF.CPY) BEFORE THE
008389*                     MASTER IS WRITTEN. A ZIP THAT IS NOT FIVE
008390*                     DIGITS, NOT ON FILE, OR IN ANOTHER STATE
008391*                     SUSPENDS THE TRANSACTION WITH THE REASON.
008392*                     THE CITY IS TAKEN FROM THE REFERENCE FILE
008393*                     AND THE STREET SUFFIX IS STANDARDIZED
008394*                     THROUGH ADRSTD, SO EACH IS WRITTEN UNDER
008395*                     ONE SPELLING.
008396*    10/29/1988 FR    A "D" TRANSACTION NO LONGER DELETES ON ONE
008397*                     OPERATOR'S CARD. THE CARD CARRIES THE
008398*                     REQUESTING OPERATOR'S ID (AND, ON THE
008399*                     DECK APRMAINT WRITES, THE APPROVER'S) IN
008401*                     THE NAME COLUMNS, AND APRCHECK FILES IT AS
008402*                     A PENDING REQUEST UNTIL A SECOND OPERATOR
008403*                     APPROVES IT. A D CARD WITH NO OPERATOR ID
008404*                     IS REJECTED. HELD DELETES ARE COUNTED AND
008405*                     CARRIED ON THE CHECKPOINT RECORD.
008407*    10/30/1988 FR    THE SUSPENSE AGING REPORT NOW PRINTS THE
008409*                     SSN AS XXX-XX-SSSS THROUGH THE COMMON
008411*                     SSNMASK ROUTINE. PARM 'FULLSSN' (OR
008413*                     'NNNNNNN,FULLSSN' ON A RESTART) PRINTS IT IN
008415*                     FULL AND LOGS THE RUN THROUGH AUDITLOG.
008417*    11/01/1988 FR    THE ADDRESS ALTERNATE INDEX (ADRNDX.CPY) IS
008419*                     KEPT IN STEP WITH THE MASTER: AN ADD WRITES
008421*                     ITS ENTRY, A CHANGE REPLACES THE OLD ENTRY
008423*                     WITH THE NEW, AND A DELETE REMOVES IT.
008425*    11/02/1988 FR    AN ADD, A CHANGE THAT ALTERS THE MAILING
008427*                     ADDRESS, OR A DELETE DROPS ANY UNDELIVERABLE
008429*                     FLAG RTNMAIL HAS FILED FOR THE SSN (ADRUND),
008431*                     SO BENLTR MAILS TO THE NEW ADDRESS.
008433*    11/03/1988 FR    PARM 'TRIAL' (OR 'TRIAL,FULLSSN') RUNS THE
008435*                     DECK AND THE SUSPENSE RETRIES AS AN EDIT
008437*                     ONLY. EVERY CODE, SEQUENCE, ADDRESS, AND
008439*                     APPROVAL CHECK IS MADE AGAINST THE CURRENT
008441*                     FILES AND TRIALRPT LISTS WHAT THE REAL RUN
008443*                     WOULD DO TO EACH RECORD WITH ITS BEFORE AND
008445*                     AFTER IMAGES, BUT NOTHING IS UPDATED -- NO
008447*                     MASTER, INDEX, FLAG, JOURNAL, SUSPENSE,
008449*                     CHECKPOINT, CONTROL-COUNT, PENDING-APPROVAL,
008451*                     OR START/END AUDIT ENTRY. THE PARM IS NOW
008453*                     READ BEFORE ANY FILE IS OPENED. A DELETE FOR
008455*                     AN SSN NOT ON THE MASTER NO LONGER CARRIES
008457*                     THE APPROVAL OF THE DELETE BEFORE IT.
008459*    11/08/1988 FR    A RESTART REPLAYS A HELD JOURNAL ENTRY ONLY
008461*                     FOR THE CARD WHOSE FIELDS ARE ON ITS AFTER
008463*                     IMAGE. MATCHING ON KEY AND ACTION ALONE LET
008465*                     A CARD THE FAILED RUN SUSPENDED TAKE THE
008467*                     ENTRY OF A LATER CARD FOR THE SAME KEY.
008469*                     ANY HELD ENTRY NOT YET REPLAYED CAN NOW BE
008471*                     MATCHED, NOT ONLY THE NEXT ONE. ENTRIES NO
008473*                     CARD MATCHES ARE COPIED BACK TO ADRJRNL AT
008475*                     THE END OF THE RUN, COUNTED, AND THE STEP
008477*                     ENDS RC 16.
008498*****************************************************************
008500 ENVIRONMENT DIVISION.
008600 CONFIGURATION SECTION.
008700 SOURCE-COMPUTER. MOTOROLA.
010600         ORGANIZATION IS LINE SEQUENTIAL.
010700     SELECT SUSPENSE-AGING ASSIGN TO SUSPRPT
010800         ORGANIZATION IS LINE SEQUENTIAL.
010810     SELECT SUSPENSE-TEMP ASSIGN TO SUSPTEMP
010820         ORGANIZATION IS LINE SEQUENTIAL.
010830     SELECT JOURNAL-TEMP  ASSIGN TO JRNLTEMP
010840         ORGANIZATION IS LINE SEQUENTIAL.
010850     SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
010860         ORGANIZATION IS LINE SEQUENTIAL.
010865     SELECT ZIP-REFERENCE ASSIGN TO ZIPFILE
010870         ORGANIZATION IS INDEXED
010875         ACCESS MODE IS DYNAMIC
010880         RECORD KEY IS ZIP-CODE.
010882     SELECT ADDRESS-INDEX ASSIGN TO ADRNDX
010884         ORGANIZATION IS INDEXED
010886         ACCESS MODE IS DYNAMIC
010888         RECORD KEY IS AIX-KEY.
010890     SELECT UNDELIVERABLE-FILE ASSIGN TO ADRUND
010892         ORGANIZATION IS INDEXED
010894         ACCESS MODE IS DYNAMIC
010896         RECORD KEY IS UND-KEY.
010897     SELECT TRIAL-LISTING ASSIGN TO TRIALRPT
010898         ORGANIZATION IS LINE SEQUENTIAL.
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  ADDRESS-TRAN
011700         88  ADR-TRAN-DELETE        VALUE "D".
011800     05  ADR-TRAN-KEY               PIC X(09).
011900     05  ADR-TRAN-NAME              PIC X(20).
011910*    A DELETE CARRIES NO NAME. ITS NAME COLUMNS HOLD THE ID OF
011920*    THE OPERATOR ASKING FOR THE DELETE AND, ON A CARD APRMAINT
011930*    WROTE AFTER A SECOND OPERATOR APPROVED IT, THE APPROVER'S.
011940     05  ADR-TRAN-DELETE-STAMP REDEFINES ADR-TRAN-NAME.
011950         10  ADR-TRAN-OPERATOR-ID   PIC X(08).
011960         10  FILLER                 PIC X(01).
011970         10  ADR-TRAN-APPROVER-ID   PIC X(08).
011980         10  FILLER                 PIC X(03).
012000     05  ADR-TRAN-HOUSE             PIC 9(06).
012100     05  ADR-TRAN-HOUSE-X REDEFINES ADR-TRAN-HOUSE
012200                                    PIC X(06).
015600 FD  SUSPENSE-AGING
015700     LABEL RECORD IS OMITTED.
015800 01  SUSPENSE-AGING-RECORD          PIC X(80).
015802 FD  SUSPENSE-TEMP
015804     LABEL RECORD IS OMITTED.
015806 01  SUSPENSE-TEMP-RECORD           PIC X(121).
015808 FD  JOURNAL-TEMP
015810     LABEL RECORD IS OMITTED.
015812 01  JOURNAL-TEMP-RECORD            PIC X(168).
015814 FD  CHECKPOINT-FILE
015816     LABEL RECORD IS OMITTED.
015818 01  CHECKPOINT-RECORD.
015820     05  CKPT-TRANS-READ            PIC 9(07).
015822     05  CKPT-RETRIES-READ          PIC 9(07).
015824     05  CKPT-MASTERS-UPDATED       PIC 9(07).
015826     05  CKPT-MASTERS-ADDED         PIC 9(07).
015828     05  CKPT-MASTERS-DELETED       PIC 9(07).
015830     05  CKPT-TRANS-REJECTED        PIC 9(07).
015832     05  CKPT-DELETES-NOT-FOUND     PIC 9(07).
015834     05  CKPT-TRANS-SUSPENDED       PIC 9(07).
015836     05  CKPT-JOURNAL-COUNT         PIC 9(07).
015838     05  CKPT-LAST-KEY              PIC X(09).
015839     05  CKPT-DELETES-HELD          PIC 9(07).
015840     05  FILLER                     PIC X(04).
015850 FD  ZIP-REFERENCE
015860     LABEL RECORD IS STANDARD.
015870 COPY ZIPREF.
015875 FD  ADDRESS-INDEX
015880     LABEL RECORD IS STANDARD.
015885 COPY ADRNDX.
015887 FD  UNDELIVERABLE-FILE
015889     LABEL RECORD IS STANDARD.
015891 COPY ADRUND.
015893 FD  TRIAL-LISTING
015895     LABEL RECORD IS OMITTED.
015897 01  TRIAL-LISTING-RECORD           PIC X(80).
015900 WORKING-STORAGE SECTION.
016000 01  VARX.
016100     05  VARY                       PICTURE IS 9999.
018300     05  WS-MASTERS-DELETED         PIC 9(07) VALUE ZERO.
018400     05  WS-TRANS-REJECTED          PIC 9(07) VALUE ZERO.
018500     05  WS-DELETES-NOT-FOUND       PIC 9(07) VALUE ZERO.
018550     05  WS-DELETES-HELD            PIC 9(07) VALUE ZERO.
018570     05  WS-FLAGS-CLEARED           PIC 9(07) VALUE ZERO.
018600 01  WS-LAST-KEY                    PIC X(09) VALUE SPACES.
018610 01  WS-APPROVAL-FIELDS.
018620     05  WS-APPROVAL-REASON         PIC X(02) VALUE SPACES.
018630     05  WS-APPROVAL-NAME           PIC X(20) VALUE SPACES.
018640     05  WS-APPROVAL-RESULT         PIC X(01) VALUE SPACE.
018650         88  WS-DELETE-APPROVED     VALUE "A".
018660         88  WS-DELETE-HELD         VALUE "H".
018670         88  WS-DELETE-WAITING      VALUE "W".
018680         88  WS-DELETE-NOT-APPROVED VALUE "N".
018700 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
018800 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
018900 01  WS-BEFORE-IMAGE                PIC X(75) VALUE SPACES.
018910 01  WS-BEFORE-ADDRESS REDEFINES WS-BEFORE-IMAGE.
018920     05  FILLER                     PIC X(29).
018930     05  WS-BA-HOUSE                PIC 9(06).
018940     05  WS-BA-STREET               PIC X(20).
018950     05  FILLER                     PIC X(15).
018960     05  WS-BA-ZIP                  PIC X(05).
018970 01  WS-BEFORE-MAILING REDEFINES WS-BEFORE-IMAGE.
018980     05  FILLER                     PIC X(29).
018990     05  WS-BM-ADDRESS              PIC X(46).
019000 01  WS-AFTER-IMAGE                 PIC X(75) VALUE SPACES.
019100 01  WS-JOURNAL-ACTION              PIC X(01) VALUE SPACE.
019200 01  WS-SUSP-EOF-SWITCH             PIC X(01) VALUE "N".
019400 01  WS-TRANS-SUSPENDED             PIC 9(07) VALUE ZERO.
019500 01  WS-RETRIES-READ                PIC 9(07) VALUE ZERO.
019600 01  WS-SUSPEND-REASON              PIC X(30) VALUE SPACES.
019620     88  WS-ADDRESS-EDIT-REASON     VALUE
019640         "ZIP IS NOT FIVE DIGITS"
019660         "ZIP NOT ON ZIP REFERENCE FILE"
019680         "STATE DISAGREES WITH ZIP CODE".
019700 01  WS-FIRST-SUSPENSE-DATE         PIC X(08) VALUE SPACES.
019800 01  WS-SUSP-AGE-1-DAY              PIC 9(07) VALUE ZERO.
019900 01  WS-SUSP-AGE-7-DAYS             PIC 9(07) VALUE ZERO.
023500 01  WS-SUSP-DETAIL-LINE.
023600     05  SD-TRAN-CODE               PIC X(01).
023700     05  FILLER                     PIC X(01) VALUE SPACE.
023800     05  SD-KEY                     PIC X(11).
023900     05  FILLER                     PIC X(02) VALUE SPACES.
024000     05  SD-REASON                  PIC X(30).
024100     05  FILLER                     PIC X(02) VALUE SPACES.
024200     05  SD-FIRST-DATE              PIC X(08).
024300     05  FILLER                     PIC X(02) VALUE SPACES.
024400     05  SD-AGE                     PIC X(08).
024500     05  FILLER                     PIC X(15) VALUE SPACES.
024600 01  WS-SUSP-AGE-DISPLAY            PIC ZZZZ9.
024700 01  WS-SUSP-SUMMARY-LINE.
025800 01  WS-AUDIT-TYPE-FIELDS.
025900     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
026000     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
026002 01  WS-RESTART-FIELDS.
026004     05  WS-RESTART-PARM            PIC X(07) VALUE SPACES.
026006     05  WS-RESTART-COUNT           PIC 9(07) VALUE ZERO.
026008     05  WS-CHECKPOINT-INTERVAL     PIC 9(05) VALUE 1000.
026010     05  WS-CKPT-COUNTER            PIC 9(05) VALUE ZERO.
026012     05  WS-RECORDS-PROCESSED       PIC 9(07) VALUE ZERO.
026014     05  WS-JOURNAL-WRITTEN         PIC 9(07) VALUE ZERO.
026016     05  WS-CKPT-PROCESSED          PIC 9(07) VALUE ZERO.
026018     05  WS-CKPT-TRANS-READ         PIC 9(07) VALUE ZERO.
026020     05  WS-CKPT-SUSPENDED          PIC 9(07) VALUE ZERO.
026022     05  WS-CKPT-JOURNAL-COUNT      PIC 9(07) VALUE ZERO.
026024     05  WS-TRANS-REPLAYED          PIC 9(07) VALUE ZERO.
026026     05  WS-CKPT-EOF-SWITCH         PIC X(01) VALUE "N".
026028         88  WS-NO-MORE-CHECKPOINTS VALUE "Y".
026030     05  WS-RBD-EOF-SWITCH          PIC X(01) VALUE "N".
026032         88  WS-NO-MORE-REBUILD     VALUE "Y".
026034     05  WS-TEMP-EOF-SWITCH         PIC X(01) VALUE "N".
026036         88  WS-NO-MORE-TEMP        VALUE "Y".
026038     05  WS-RBD-SUSP-COUNT          PIC 9(07) VALUE ZERO.
026039     05  WS-ORPHAN-SWITCH           PIC X(01) VALUE "N".
026040         88  WS-ORPHAN-PENDING      VALUE "Y".
026041     05  WS-ORPHAN-MATCH-SWITCH     PIC X(01) VALUE "N".
026042         88  WS-ORPHAN-MATCHES      VALUE "Y".
026043     05  WS-CARD-STATE              PIC X(02) VALUE SPACES.
026044*    A JOURNAL ENTRY THE FAILED RUN WROTE PAST ITS LAST
026045*    CHECKPOINT, HELD WHILE A RESTART REPLAYS THAT WINDOW.
026046 01  WS-ORPHAN-JOURNAL.
026047     05  WS-OJ-ACTION               PIC X(01).
026048     05  WS-OJ-KEY                  PIC X(09).
026049     05  WS-OJ-RUN-DATE             PIC 9(08).
026050     05  WS-OJ-BEFORE-IMAGE         PIC X(75).
026051     05  WS-OJ-AFTER-IMAGE.
026052         10  FILLER                 PIC X(09).
026053         10  WS-OA-NAME             PIC X(20).
026054         10  WS-OA-HOUSE            PIC 9(06).
026055         10  WS-OA-STREET           PIC X(20).
026056         10  FILLER                 PIC X(13).
026057         10  WS-OA-STATE            PIC X(02).
026058         10  WS-OA-ZIP              PIC X(05).
026059 01  WS-ADDRESS-EDIT-FIELDS.
026060     05  WS-ADDRESS-OK-SWITCH       PIC X(01) VALUE "N".
026061         88  WS-ADDRESS-IS-OK       VALUE "Y".
026062     05  WS-STD-STREET              PIC X(20) VALUE SPACES.
026063     05  WS-STD-RESULT              PIC X(01) VALUE SPACE.
026064     05  WS-ADDRESS-SUSPENDED       PIC 9(07) VALUE ZERO.
026065 01  WS-PARM-CARD                   PIC X(80) VALUE SPACES.
026066 01  WS-PRINT-PARM                  PIC X(07) VALUE SPACES.
026067 01  WS-AUDIT-FULL-SSN-TYPE         PIC X(01) VALUE "F".
026068 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
026069     "FULL SSNS PRINTED UNDER FULLSSN PARM".
026070 01  WS-SSN-PRINT-FIELDS.
026071     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
026072         88  WS-PRINT-FULL-SSN      VALUE "F".
026073     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
026074 01  WS-INDEX-FIELDS.
026075     05  WS-IX-ZIP                  PIC X(05) VALUE SPACES.
026076     05  WS-IX-STREET               PIC X(20) VALUE SPACES.
026077     05  WS-IX-HOUSE                PIC 9(06) VALUE ZERO.
026078     05  WS-IX-STD-STREET           PIC X(20) VALUE SPACES.
026079     05  WS-IX-STD-RESULT           PIC X(01) VALUE SPACE.
026080 01  WS-TRIAL-FIELDS.
026081     05  WS-TRIAL-SWITCH            PIC X(01) VALUE "N".
026082         88  WS-TRIAL-RUN           VALUE "Y".
026083     05  WS-MASTER-FOUND-SWITCH     PIC X(01) VALUE "N".
026084         88  WS-MASTER-FOUND        VALUE "Y".
026085     05  WS-TRIAL-ENTRY-SWITCH      PIC X(01) VALUE "N".
026086         88  WS-TRIAL-ENTRY-FOUND   VALUE "Y".
026087     05  WS-TRIAL-FLAG-SWITCH       PIC X(01) VALUE "N".
026088         88  WS-TRIAL-FLAG-ON-FILE  VALUE "Y".
026089     05  WS-TRIAL-FULL-SWITCH       PIC X(01) VALUE "N".
026090         88  WS-TRIAL-TABLE-FULL    VALUE "Y".
026091     05  WS-TRIAL-LIMIT             PIC 9(04) VALUE 2000.
026092     05  WS-TRIAL-SOURCE            PIC X(05) VALUE "DECK".
026093     05  WS-TRIAL-ACTION            PIC X(14) VALUE SPACES.
026094     05  WS-TRIAL-REASON            PIC X(30) VALUE SPACES.
026095     05  WS-TRIAL-LABEL             PIC X(06) VALUE SPACES.
026096*    WHAT A TRIAL RUN HAS ADDED, CHANGED, OR DELETED SO FAR, SO A
026097*    LATER CARD OR RETRY FOR THE SAME SSN SEES THE RECORD THE
026098*    REAL RUN WOULD SEE BY THEN.
026099 01  WS-TRIAL-TABLE.
026100     05  WS-TRIAL-COUNT             PIC 9(04) VALUE ZERO.
026101     05  WS-TRIAL-ENTRY OCCURS 2000 TIMES INDEXED BY WS-TRIAL-IDX.
026102         10  WS-TT-KEY              PIC X(09).
026103         10  WS-TT-STATE            PIC X(01).
026104             88  WS-TT-ON-FILE      VALUE "P".
026105         10  WS-TT-FLAG-CLEARED     PIC X(01).
026106         10  WS-TT-IMAGE            PIC X(75).
026107 01  WS-TRIAL-IMAGE.
026108     05  TW-KEY                     PIC X(09).
026109     05  TW-NAME                    PIC X(20).
026110     05  TW-HOUSE                   PIC X(06).
026111     05  TW-STREET                  PIC X(20).
026112     05  TW-CITY                    PIC X(13).
026113     05  TW-STATE                   PIC X(02).
026114     05  TW-ZIP                     PIC X(05).
026115 01  WS-TRIAL-HEADING.
026116     05  FILLER                     PIC X(40) VALUE
026117         "ADDRESS MAINTENANCE TRIAL RUN".
026118     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
026119     05  WS-TH-RUN-DATE             PIC 9(08).
026120     05  FILLER                     PIC X(23) VALUE SPACES.
026121 01  WS-TRIAL-SUBHEADING.
026122     05  FILLER                     PIC X(40) VALUE
026123         "EDIT ONLY - NO FILE HAS BEEN UPDATED".
026124     05  FILLER                     PIC X(40) VALUE SPACES.
026125 01  WS-TRIAL-DETAIL-LINE.
026126     05  TD-SOURCE                  PIC X(05).
026127     05  FILLER                     PIC X(01) VALUE SPACE.
026128     05  TD-TRAN-CODE               PIC X(01).
026129     05  FILLER                     PIC X(01) VALUE SPACE.
026130     05  TD-KEY                     PIC X(11).
026131     05  FILLER                     PIC X(02) VALUE SPACES.
026132     05  TD-ACTION                  PIC X(14).
026133     05  FILLER                     PIC X(01) VALUE SPACE.
026134     05  TD-REASON                  PIC X(30).
026135     05  FILLER                     PIC X(14) VALUE SPACES.
026136 01  WS-TRIAL-IMAGE-LINE.
026137     05  FILLER                     PIC X(02) VALUE SPACES.
026138     05  TI-LABEL                   PIC X(06).
026139     05  FILLER                     PIC X(01) VALUE SPACE.
026140     05  TI-NAME                    PIC X(20).
026141     05  FILLER                     PIC X(01) VALUE SPACE.
026142     05  TI-HOUSE                   PIC X(06).
026143     05  FILLER                     PIC X(01) VALUE SPACE.
026144     05  TI-STREET                  PIC X(20).
026145     05  FILLER                     PIC X(01) VALUE SPACE.
026146     05  TI-CITY                    PIC X(13).
026147     05  FILLER                     PIC X(01) VALUE SPACE.
026148     05  TI-STATE                   PIC X(02).
026149     05  FILLER                     PIC X(01) VALUE SPACE.
026150     05  TI-ZIP                     PIC X(05).
026152*    JOURNAL ENTRIES A RESTART HOLDS BACK FROM ADRJRNL, IN THE
026154*    ORDER THE FAILED RUN WROTE THEM. A CARD MAY MATCH ANY ENTRY
026156*    NOT YET REPLAYED, SO AN ENTRY WHOSE CARD NEVER MATCHES DOES
026158*    NOT HOLD UP THE ENTRIES BEHIND IT.
026160 01  WS-HELD-JOURNAL-TABLE.
026162     05  WS-HELD-LIMIT              PIC 9(04) VALUE 2000.
026164     05  WS-HELD-COUNT              PIC 9(04) VALUE ZERO.
026166     05  WS-HELD-OUTSTANDING        PIC 9(04) VALUE ZERO.
026168     05  WS-HELD-FLUSHED            PIC 9(04) VALUE ZERO.
026170     05  WS-HELD-FOUND              PIC 9(04) VALUE ZERO.
026172     05  WS-HELD-ENTRY OCCURS 2000 TIMES INDEXED BY WS-HELD-IDX.
026174         10  WS-HELD-STATUS         PIC X(01).
026176             88  WS-HELD-REPLAYED   VALUE "Y".
026178         10  WS-HELD-RECORD.
026180             15  WS-HELD-ACTION     PIC X(01).
026182             15  WS-HELD-KEY        PIC X(09).
026184             15  FILLER             PIC X(158).
026225 PROCEDURE DIVISION.
026226 0000-MAINLINE.
026300     PERFORM 5000-MAINTAIN-ADDRESSES THRU 5000-EXIT.
026320     IF WS-TRIAL-RUN
026340         STOP RUN
026360     END-IF.
026400     PERFORM 8000-ARITHMETIC-DEMO THRU 8000-EXIT.
026500     COMPUTE WS-MASTERS-TOTAL =
026600         WS-MASTERS-UPDATED + WS-MASTERS-ADDED
027000         WS-OVERFLOW-COUNT WS-AUDIT-MESSAGE WS-RUN-NUMBER
027100         WS-AUDIT-END-TYPE
027200     END-CALL.
027210     IF WS-HELD-FLUSHED > ZERO
027220         MOVE 16 TO RETURN-CODE
027230     END-IF.
027300     STOP RUN.
027400 5000-MAINTAIN-ADDRESSES.
027410*    THE PARM IS READ BEFORE ANYTHING IS OPENED, SINCE A TRIAL RUN
027420*    OPENS NOTHING IT COULD UPDATE.
027430     PERFORM 5050-READ-RUN-CONTROL THRU 5050-EXIT.
027440     PERFORM 5010-ACCEPT-RESTART-PARM THRU 5010-EXIT.
027450     IF WS-TRIAL-RUN
027460         PERFORM 5005-TRIAL-RUN THRU 5005-EXIT
027470         GO TO 5000-EXIT
027480     END-IF.
027500     OPEN INPUT ADDRESS-TRAN.
027600     OPEN INPUT SUSPENSE-IN.
027800     OPEN OUTPUT SUSPENSE-AGING.
027900     OPEN I-O ADDRESS-MASTER.
027950     OPEN INPUT ZIP-REFERENCE.
027970     OPEN I-O ADDRESS-INDEX.
027990     OPEN I-O UNDELIVERABLE-FILE.
028000     OPEN EXTEND CONTROL-COUNTS.
028300     CALL "AUDITLOG" USING WS-PROGRAM-ID
028400         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
028500         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
029200     WRITE SUSPENSE-AGING-RECORD FROM WS-SUSP-HEADING.
029300     MOVE SPACES TO SUSPENSE-AGING-RECORD.
029400     WRITE SUSPENSE-AGING-RECORD.
029405     IF WS-RESTART-COUNT > ZERO
029410         DISPLAY "RESTARTING - SKIPPING RECORDS ALREADY PROCESSED"
029415         DISPLAY "RESTART COUNT: " WS-RESTART-COUNT
029420         PERFORM 5020-RELOAD-CHECKPOINT THRU 5020-EXIT
029425         PERFORM 9100-REBUILD-SUSPENSE-OUT THRU 9100-EXIT
029430         PERFORM 9150-REBUILD-JOURNAL THRU 9150-EXIT
029435         OPEN EXTEND CHECKPOINT-FILE
029440         PERFORM 5040-SKIP-PROCESSED THRU 5040-EXIT
029445     ELSE
029450         OPEN OUTPUT SUSPENSE-OUT
029455         OPEN EXTEND ADDRESS-JOURNAL
029460         OPEN OUTPUT CHECKPOINT-FILE
029465     END-IF.
029470     IF NOT WS-NO-MORE-TRANS
029500         PERFORM 5100-READ-TRAN THRU 5100-EXIT
029550     END-IF.
029600     PERFORM 5200-APPLY-TRAN THRU 5200-EXIT
029700         UNTIL WS-NO-MORE-TRANS.
029710*    THE SUSPENSE RETRIES RUN AFTER TONIGHT'S DECK, SO A
029730*    NIGHT THE ADD ARRIVES INSTEAD OF THE NIGHT AFTER.
029800     PERFORM 5060-RETRY-ONE-SUSPENSE THRU 5060-EXIT
029900         UNTIL WS-NO-MORE-SUSPENSE.
029910     IF WS-RESTART-COUNT > ZERO
029920         PERFORM 9180-FLUSH-HELD-JOURNAL THRU 9180-EXIT
029930     END-IF.
030000     PERFORM 5450-PRINT-SUSP-SUMMARY THRU 5450-EXIT.
030100     PERFORM 5500-WRITE-CONTROL-COUNTS THRU 5500-EXIT.
030200     CLOSE ADDRESS-TRAN ADDRESS-MASTER CONTROL-COUNTS
030300         ADDRESS-JOURNAL SUSPENSE-IN SUSPENSE-OUT
030400         SUSPENSE-AGING CHECKPOINT-FILE ZIP-REFERENCE
030410         ADDRESS-INDEX UNDELIVERABLE-FILE.
030420     IF WS-RESTART-COUNT > ZERO
030460         DISPLAY "APPLIED BEFORE RESTART:    " WS-TRANS-REPLAYED
030480     END-IF.
030500     DISPLAY "ADDRESS TRANSACTIONS READ: " WS-TRANS-READ.
030600     DISPLAY "ADDRESS MASTERS UPDATED:   " WS-MASTERS-UPDATED.
030700     DISPLAY "ADDRESS MASTERS ADDED:     " WS-MASTERS-ADDED.
030800     DISPLAY "ADDRESS MASTERS DELETED:   " WS-MASTERS-DELETED.
030900     DISPLAY "TRANSACTIONS REJECTED:     " WS-TRANS-REJECTED.
031000     DISPLAY "DELETES NOT ON MASTER:     " WS-DELETES-NOT-FOUND.
031050     DISPLAY "DELETES HELD FOR APPROVAL: " WS-DELETES-HELD.
031070     DISPLAY "UNDELIV FLAGS CLEARED:     " WS-FLAGS-CLEARED.
031100     DISPLAY "SUSPENSE RETRIES READ:     " WS-RETRIES-READ.
031200     DISPLAY "TRANSACTIONS SUSPENDED:    " WS-TRANS-SUSPENDED.
031250     DISPLAY "  FAILING THE ADDRESS EDIT: " WS-ADDRESS-SUSPENDED.
031300 5000-EXIT.
031301     EXIT.
031302 5005-TRIAL-RUN.
031303*    PARM 'TRIAL' PUTS THE DECK AND LAST NIGHT'S SUSPENSE RETRIES
031304*    THROUGH EVERY CHECK THE REAL RUN MAKES, BUT THE MASTER, ZIP,
031305*    AND FLAG FILES ARE ONLY READ AND TRIALRPT IS THE ONLY
031306*    OUTPUT. WHAT THE REAL RUN WOULD HAVE WRITTEN GOES TO THE
031307*    TRIAL TABLE INSTEAD, SO A LATER CARD FOR THE SAME SSN -- A
031308*    CHANGE BEHIND ITS ADD, A RETRY BEHIND TONIGHT'S DECK --
031309*    COMES OUT THE WAY IT WOULD FOR REAL.
031310     OPEN INPUT ADDRESS-TRAN.
031311     OPEN INPUT SUSPENSE-IN.
031312     OPEN INPUT ADDRESS-MASTER.
031313     OPEN INPUT ZIP-REFERENCE.
031314     OPEN INPUT UNDELIVERABLE-FILE.
031315     OPEN OUTPUT TRIAL-LISTING.
031316     DISPLAY "TRIAL RUN - NO FILE WILL BE UPDATED".
031317     MOVE WS-RUN-DATE TO WS-TH-RUN-DATE.
031318     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-HEADING.
031319     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-SUBHEADING.
031320     MOVE SPACES TO TRIAL-LISTING-RECORD.
031321     WRITE TRIAL-LISTING-RECORD.
031322     PERFORM 5100-READ-TRAN THRU 5100-EXIT.
031323     PERFORM 5200-APPLY-TRAN THRU 5200-EXIT
031324         UNTIL WS-NO-MORE-TRANS.
031325     MOVE "RETRY" TO WS-TRIAL-SOURCE.
031326     PERFORM 5060-RETRY-ONE-SUSPENSE THRU 5060-EXIT
031327         UNTIL WS-NO-MORE-SUSPENSE.
031328     PERFORM 5008-PRINT-TRIAL-SUMMARY THRU 5008-EXIT.
031329     CLOSE ADDRESS-TRAN SUSPENSE-IN ADDRESS-MASTER ZIP-REFERENCE
031330         UNDELIVERABLE-FILE TRIAL-LISTING.
031331     DISPLAY "ADDRESS TRANSACTIONS READ: " WS-TRANS-READ.
031332     DISPLAY "SUSPENSE RETRIES READ:     " WS-RETRIES-READ.
031333     DISPLAY "TRIAL RUN COMPLETE - SEE TRIALRPT FOR WHAT A REAL "
031334         "RUN WOULD DO".
031335 5005-EXIT.
031336     EXIT.
031337 5008-PRINT-TRIAL-SUMMARY.
031338     MOVE SPACES TO TRIAL-LISTING-RECORD.
031339     WRITE TRIAL-LISTING-RECORD.
031340     MOVE SPACES TO WS-SUSP-SUMMARY-LINE.
031341     MOVE "ADDRESS TRANSACTIONS READ" TO WS-SS-LABEL.
031342     MOVE WS-TRANS-READ TO WS-SS-VALUE.
031343     WRITE TRIAL-LISTING-RECORD FROM WS-SUSP-SUMMARY-LINE.
031344     MOVE "SUSPENSE RETRIES READ" TO WS-SS-LABEL.
031345     MOVE WS-RETRIES-READ TO WS-SS-VALUE.
031346     WRITE TRIAL-LISTING-RECORD FROM WS-SUSP-SUMMARY-LINE.
031347     MOVE "MASTERS THAT WOULD BE ADDED" TO WS-SS-LABEL.
031348     MOVE WS-MASTERS-ADDED TO WS-SS-VALUE.
031349     WRITE TRIAL-LISTING-RECORD FROM WS-SUSP-SUMMARY-LINE.
031350     MOVE "MASTERS THAT WOULD BE CHANGED" TO WS-SS-LABEL.
031351     MOVE WS-MASTERS-UPDATED TO WS-SS-VALUE.
031352     WRITE TRIAL-LISTING-RECORD FROM WS-SUSP-SUMMARY-LINE.
031353     MOVE "MASTERS THAT WOULD BE DELETED" TO WS-SS-LABEL.
031354     MOVE WS-MASTERS-DELETED TO WS-SS-VALUE.
031355     WRITE TRIAL-LISTING-RECORD FROM WS-SUSP-SUMMARY-LINE.
031356     MOVE "TRANSACTIONS THAT WOULD BE REJECTED" TO WS-SS-LABEL.
031357     MOVE WS-TRANS-REJECTED TO WS-SS-VALUE.
031358     WRITE TRIAL-LISTING-RECORD FROM WS-SUSP-SUMMARY-LINE.
031359     MOVE "DELETES NOT ON MASTER" TO WS-SS-LABEL.
031360     MOVE WS-DELETES-NOT-FOUND TO WS-SS-VALUE.
031361     WRITE TRIAL-LISTING-RECORD FROM WS-SUSP-SUMMARY-LINE.
031362     MOVE "DELETES THAT WOULD BE HELD" TO WS-SS-LABEL.
031363     MOVE WS-DELETES-HELD TO WS-SS-VALUE.
031364     WRITE TRIAL-LISTING-RECORD FROM WS-SUSP-SUMMARY-LINE.
031365     MOVE "TRANSACTIONS THAT WOULD BE SUSPENDED" TO WS-SS-LABEL.
031366     MOVE WS-TRANS-SUSPENDED TO WS-SS-VALUE.
031367     WRITE TRIAL-LISTING-RECORD FROM WS-SUSP-SUMMARY-LINE.
031368     MOVE "  FAILING THE ADDRESS EDIT" TO WS-SS-LABEL.
031369     MOVE WS-ADDRESS-SUSPENDED TO WS-SS-VALUE.
031370     WRITE TRIAL-LISTING-RECORD FROM WS-SUSP-SUMMARY-LINE.
031371     MOVE "UNDELIVERABLE FLAGS THAT WOULD CLEAR" TO WS-SS-LABEL.
031372     MOVE WS-FLAGS-CLEARED TO WS-SS-VALUE.
031373     WRITE TRIAL-LISTING-RECORD FROM WS-SUSP-SUMMARY-LINE.
031374 5008-EXIT.
031375     EXIT.
031376 5010-ACCEPT-RESTART-PARM.
031402*    NO PARM IS A FRESH RUN. A RESTART SUPPLIES THE COUNT FROM
031403*    THE LAST "CHECKPOINT - RECORDS PROCESSED SO FAR" MESSAGE;
031404*    ZERO OR ANYTHING NON-NUMERIC ABENDS RATHER THAN QUIETLY
031405*    RERUNNING THE WHOLE DECK, THE SAME RULE SSNFMT ENFORCES.
031406     PERFORM 5055-SPLIT-PARM-CARD THRU 5055-EXIT.
031407     IF WS-RESTART-PARM = SPACES
031408         MOVE ZERO TO WS-RESTART-COUNT
031409     ELSE
031410         IF WS-RESTART-PARM IS NUMERIC
031411                 AND WS-RESTART-PARM NOT = ZERO
031412             MOVE WS-RESTART-PARM TO WS-RESTART-COUNT
031413         ELSE
031414             DISPLAY "ADRMAINT ABEND - INVALID RESTART PARM: "
031415                 WS-RESTART-PARM
031416             DISPLAY "SUPPLY THE REAL CHECKPOINT COUNT TO "
031417                 "RESTART, OR OMIT THE PARM FOR A FRESH RUN"
031418             MOVE 16 TO RETURN-CODE
031419             STOP RUN
031420         END-IF
031421     END-IF.
031422 5010-EXIT.
031423     EXIT.
031424 5020-RELOAD-CHECKPOINT.
031425*    KEEPS ONLY THE LAST CHECKPOINT RECORD AND SEEDS THE
031426*    COUNTERS FROM IT. THE PARM MUST NAME THAT CHECKPOINT --
031427*    SUSPOUT AND ADRJRNL ARE CUT BACK TO IT, SO RESUMING
031428*    ANYWHERE ELSE WOULD LOSE OR DOUBLE WORK.
031429     OPEN INPUT CHECKPOINT-FILE.
031430     PERFORM 5030-READ-ONE-CHECKPOINT THRU 5030-EXIT
031431         UNTIL WS-NO-MORE-CHECKPOINTS.
031432     CLOSE CHECKPOINT-FILE.
031433     MOVE "N" TO WS-CKPT-EOF-SWITCH.
031434     IF WS-CKPT-PROCESSED NOT = WS-RESTART-COUNT
031435         DISPLAY "ADRMAINT ABEND - RESTART PARM " WS-RESTART-COUNT
031436             " DOES NOT MATCH THE LAST CHECKPOINT "
031437             WS-CKPT-PROCESSED
031438         MOVE 16 TO RETURN-CODE
031439         STOP RUN
031440     END-IF.
031441 5020-EXIT.
031442     EXIT.
031443 5030-READ-ONE-CHECKPOINT.
031444     READ CHECKPOINT-FILE
031445         AT END
031446             MOVE "Y" TO WS-CKPT-EOF-SWITCH
031447         NOT AT END
031448             MOVE CKPT-TRANS-READ        TO WS-CKPT-TRANS-READ
031449             COMPUTE WS-CKPT-PROCESSED =
031450                 CKPT-TRANS-READ + CKPT-RETRIES-READ
031451             MOVE CKPT-MASTERS-UPDATED   TO WS-MASTERS-UPDATED
031452             MOVE CKPT-MASTERS-ADDED     TO WS-MASTERS-ADDED
031453             MOVE CKPT-MASTERS-DELETED   TO WS-MASTERS-DELETED
031454             MOVE CKPT-TRANS-REJECTED    TO WS-TRANS-REJECTED
031455             MOVE CKPT-DELETES-NOT-FOUND TO WS-DELETES-NOT-FOUND
031456             MOVE CKPT-TRANS-SUSPENDED   TO WS-CKPT-SUSPENDED
031457             MOVE CKPT-JOURNAL-COUNT     TO WS-CKPT-JOURNAL-COUNT
031458             MOVE CKPT-LAST-KEY          TO WS-LAST-KEY
031459             MOVE CKPT-DELETES-HELD      TO WS-DELETES-HELD
031460     END-READ.
031461 5030-EXIT.
031462     EXIT.
031463 5040-SKIP-PROCESSED.
031464*    THE CHECKPOINT COUNT RUNS ACROSS THE DECK AND THEN THE
031465*    SUSPENSE RETRIES, SO THE DECK IS SKIPPED FIRST AND ANY
031466*    REMAINDER COMES OFF THE PRIOR SUSPENSE GENERATION. THE
031467*    READ COUNTS THIS LEAVES ARE THE ONES THE FAILED RUN HAD.
031468     PERFORM 5100-READ-TRAN THRU 5100-EXIT
031469         UNTIL WS-TRANS-READ >= WS-RESTART-COUNT
031470            OR WS-NO-MORE-TRANS.
031471     IF WS-TRANS-READ NOT = WS-CKPT-TRANS-READ
031472         DISPLAY "ADRMAINT ABEND - ADRTRAN HOLDS " WS-TRANS-READ
031473             " TRANSACTIONS TO THE CHECKPOINT, THE FAILED RUN "
031474             "HAD " WS-CKPT-TRANS-READ
031475         MOVE 16 TO RETURN-CODE
031476         STOP RUN
031477     END-IF.
031478     PERFORM 5045-SKIP-ONE-SUSPENSE THRU 5045-EXIT
031479         UNTIL WS-TRANS-READ + WS-RETRIES-READ
031480                 >= WS-RESTART-COUNT
031481            OR WS-NO-MORE-SUSPENSE.
031482 5040-EXIT.
031483     EXIT.
031484 5045-SKIP-ONE-SUSPENSE.
031485     READ SUSPENSE-IN
031486         AT END
031487             MOVE "Y" TO WS-SUSP-EOF-SWITCH
031488             GO TO 5045-EXIT
031489     END-READ.
031490     ADD 1 TO WS-RETRIES-READ.
031491 5045-EXIT.
031492     EXIT.
031500 5050-READ-RUN-CONTROL.
031600*    THE OFFICIAL BUSINESS DATE AND RUN NUMBER COME FROM THE
031700*    RUN-CONTROL FILE RUNCTLST STAMPS AT THE HEAD OF NIGHTRUN,
033000     CLOSE RUN-CONTROL.
033100 5050-EXIT.
033200     EXIT.
033202 5055-SPLIT-PARM-CARD.
033204*    THE PARM IS THE RESTART COUNT, THE FULLSSN PRINT OPTION, OR
033206*    BOTH AS 'NNNNNNN,FULLSSN'. 'TRIAL' IN PLACE OF THE COUNT
033207*    ASKS FOR AN EDIT-ONLY RUN, SO A TRIAL IS NEVER A RESTART.
033208     ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
033210     UNSTRING WS-PARM-CARD DELIMITED BY ","
033212         INTO WS-RESTART-PARM WS-PRINT-PARM
033214     END-UNSTRING.
033216     IF WS-RESTART-PARM = "FULLSSN"
033218         MOVE WS-RESTART-PARM TO WS-PRINT-PARM
033219         MOVE SPACES TO WS-RESTART-PARM
033220     END-IF.
033221     IF WS-RESTART-PARM = "TRIAL"
033222         MOVE "Y" TO WS-TRIAL-SWITCH
033223         MOVE SPACES TO WS-RESTART-PARM
033224     END-IF.
033225     PERFORM 5057-CHECK-SSN-PRINT THRU 5057-EXIT.
033226 5055-EXIT.
033228     EXIT.
033230 5057-CHECK-SSN-PRINT.
033232*    LISTINGS PRINT XXX-XX-SSSS UNLESS THE RUN IS AUTHORIZED TO
033234*    PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON THE AUDIT LOG.
033236     IF WS-PRINT-PARM = SPACES
033238         GO TO 5057-EXIT
033240     END-IF.
033242     IF WS-PRINT-PARM NOT = "FULLSSN"
033244         DISPLAY "ADRMAINT ABEND - PRINT OPTION MUST BE FULLSSN: "
033246             WS-PRINT-PARM
033248         MOVE 16 TO RETURN-CODE
033250         STOP RUN
033252     END-IF.
033254     MOVE "F" TO WS-SSN-PRINT-MODE.
033256     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
033258     CALL "AUDITLOG" USING WS-PROGRAM-ID
033260         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
033262         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
033264         WS-AUDIT-FULL-SSN-TYPE
033266     END-CALL.
033268 5057-EXIT.
033270     EXIT.
033300 5100-READ-TRAN.
033400     READ ADDRESS-TRAN
033500         AT END
034000     END-IF.
034100 5100-EXIT.
034200     EXIT.
034202 5150-TAKE-CHECKPOINT.
034204*    THE PROCESSED COUNT RUNS ACROSS THE DECK AND THE SUSPENSE
034206*    RETRIES ALIKE; IT IS THE COUNT A RESTART SUPPLIES AS ITS
034207*    PARM.
034208     IF WS-TRIAL-RUN
034209         GO TO 5150-EXIT
034210     END-IF.
034211     ADD 1 TO WS-CKPT-COUNTER.
034212     IF WS-CKPT-COUNTER >= WS-CHECKPOINT-INTERVAL
034214         ADD WS-TRANS-READ WS-RETRIES-READ
034216             GIVING WS-RECORDS-PROCESSED
034218         DISPLAY "CHECKPOINT - RECORDS PROCESSED SO FAR: "
034220             WS-RECORDS-PROCESSED
034222         PERFORM 5160-WRITE-CHECKPOINT THRU 5160-EXIT
034224         MOVE ZERO TO WS-CKPT-COUNTER
034226     END-IF.
034228 5150-EXIT.
034230     EXIT.
034232 5160-WRITE-CHECKPOINT.
034234     INITIALIZE CHECKPOINT-RECORD.
034236     MOVE WS-TRANS-READ          TO CKPT-TRANS-READ.
034238     MOVE WS-RETRIES-READ        TO CKPT-RETRIES-READ.
034240     MOVE WS-MASTERS-UPDATED     TO CKPT-MASTERS-UPDATED.
034242     MOVE WS-MASTERS-ADDED       TO CKPT-MASTERS-ADDED.
034244     MOVE WS-MASTERS-DELETED     TO CKPT-MASTERS-DELETED.
034246     MOVE WS-TRANS-REJECTED      TO CKPT-TRANS-REJECTED.
034248     MOVE WS-DELETES-NOT-FOUND   TO CKPT-DELETES-NOT-FOUND.
034250     MOVE WS-TRANS-SUSPENDED     TO CKPT-TRANS-SUSPENDED.
034252     MOVE WS-JOURNAL-WRITTEN     TO CKPT-JOURNAL-COUNT.
034254     MOVE WS-LAST-KEY            TO CKPT-LAST-KEY.
034255     MOVE WS-DELETES-HELD        TO CKPT-DELETES-HELD.
034256     WRITE CHECKPOINT-RECORD.
034257 5160-EXIT.
034258     EXIT.
034259 5170-READ-MASTER.
034260*    IN A TRIAL RUN A RECORD THE TRIAL HAS ALREADY ADDED, CHANGED,
034261*    OR DELETED COMES FROM THE TRIAL TABLE, NOT THE MASTER.
034262     MOVE "N" TO WS-MASTER-FOUND-SWITCH.
034263     MOVE ADR-TRAN-KEY TO ADR-KEY.
034264     IF WS-TRIAL-RUN
034265         PERFORM 5172-FIND-TRIAL-ENTRY THRU 5172-EXIT
034266         IF WS-TRIAL-ENTRY-FOUND
034267             IF WS-TT-ON-FILE(WS-TRIAL-IDX)
034268                 MOVE WS-TT-IMAGE(WS-TRIAL-IDX)
034269                     TO ADDRESS-MASTER-RECORD
034270                 MOVE "Y" TO WS-MASTER-FOUND-SWITCH
034271             END-IF
034272             GO TO 5170-EXIT
034273         END-IF
034274     END-IF.
034275     READ ADDRESS-MASTER
034276         INVALID KEY
034277             GO TO 5170-EXIT
034278     END-READ.
034279     MOVE "Y" TO WS-MASTER-FOUND-SWITCH.
034280 5170-EXIT.
034281     EXIT.
034282 5172-FIND-TRIAL-ENTRY.
034283     MOVE "N" TO WS-TRIAL-ENTRY-SWITCH.
034284     SET WS-TRIAL-IDX TO 1.
034285     SEARCH WS-TRIAL-ENTRY
034286         AT END
034287             MOVE "N" TO WS-TRIAL-ENTRY-SWITCH
034288         WHEN WS-TRIAL-IDX > WS-TRIAL-COUNT
034289             MOVE "N" TO WS-TRIAL-ENTRY-SWITCH
034290         WHEN WS-TT-KEY(WS-TRIAL-IDX) = ADR-TRAN-KEY
034291             MOVE "Y" TO WS-TRIAL-ENTRY-SWITCH
034292     END-SEARCH.
034293 5172-EXIT.
034294     EXIT.
034295 5175-POST-TRIAL-TABLE.
034296*    RECORDS WHAT THE REAL RUN WOULD NOW HAVE ON THE MASTER FOR
034297*    THIS SSN. ONCE THE TABLE IS FULL, LATER CARDS FOR SSNS NOT
034298*    ALREADY IN IT ARE CHECKED AGAINST THE MASTER AS IT STANDS.
034299     PERFORM 5172-FIND-TRIAL-ENTRY THRU 5172-EXIT.
034300     IF NOT WS-TRIAL-ENTRY-FOUND
034301         IF WS-TRIAL-COUNT >= WS-TRIAL-LIMIT
034302             IF NOT WS-TRIAL-TABLE-FULL
034303                 DISPLAY "TRIAL TABLE FULL AT " WS-TRIAL-LIMIT
034304                     " SSNS - LATER CARDS FOR THE SAME SSN MAY "
034305                     "NOT LIST AS THEY WOULD RUN"
034306                 MOVE "Y" TO WS-TRIAL-FULL-SWITCH
034307             END-IF
034308             GO TO 5175-EXIT
034309         END-IF
034310         ADD 1 TO WS-TRIAL-COUNT
034311         SET WS-TRIAL-IDX TO WS-TRIAL-COUNT
034312         MOVE ADR-TRAN-KEY TO WS-TT-KEY(WS-TRIAL-IDX)
034313         MOVE "N" TO WS-TT-FLAG-CLEARED(WS-TRIAL-IDX)
034314     END-IF.
034315     IF WS-JOURNAL-ACTION = "D"
034316         MOVE "G" TO WS-TT-STATE(WS-TRIAL-IDX)
034317     ELSE
034318         MOVE "P" TO WS-TT-STATE(WS-TRIAL-IDX)
034319     END-IF.
034320     MOVE WS-AFTER-IMAGE TO WS-TT-IMAGE(WS-TRIAL-IDX).
034321     IF WS-TRIAL-FLAG-ON-FILE
034322         MOVE "Y" TO WS-TT-FLAG-CLEARED(WS-TRIAL-IDX)
034323     END-IF.
034324 5175-EXIT.
034325     EXIT.
034326 5180-LIST-TRIAL-CHANGE.
034327*    THE TRIAL RUN'S JOURNAL: WHAT WOULD BE DONE TO THE MASTER,
034328*    WITH THE RECORD AS IT STANDS AND AS IT WOULD BE WRITTEN.
034329     EVALUATE WS-JOURNAL-ACTION
034330         WHEN "A"
034331             MOVE "WOULD ADD" TO WS-TRIAL-ACTION
034332         WHEN "C"
034333             MOVE "WOULD CHANGE" TO WS-TRIAL-ACTION
034334         WHEN "D"
034335             MOVE "WOULD DELETE" TO WS-TRIAL-ACTION
034336     END-EVALUATE.
034337     MOVE SPACES TO WS-TRIAL-REASON.
034338     PERFORM 5190-LIST-TRIAL-RESULT THRU 5190-EXIT.
034339     IF WS-BEFORE-IMAGE NOT = SPACES
034340         MOVE "BEFORE" TO WS-TRIAL-LABEL
034341         MOVE WS-BEFORE-IMAGE TO WS-TRIAL-IMAGE
034342         PERFORM 5195-LIST-TRIAL-IMAGE THRU 5195-EXIT
034343     END-IF.
034344     IF WS-AFTER-IMAGE NOT = SPACES
034345         MOVE "AFTER" TO WS-TRIAL-LABEL
034346         MOVE WS-AFTER-IMAGE TO WS-TRIAL-IMAGE
034347         PERFORM 5195-LIST-TRIAL-IMAGE THRU 5195-EXIT
034348     END-IF.
034349     IF WS-TRIAL-FLAG-ON-FILE
034350         MOVE SPACES TO TRIAL-LISTING-RECORD
034351         MOVE "        UNDELIVERABLE FLAG WOULD BE CLEARED"
034352             TO TRIAL-LISTING-RECORD
034353         WRITE TRIAL-LISTING-RECORD
034354     END-IF.
034355     PERFORM 5175-POST-TRIAL-TABLE THRU 5175-EXIT.
034356     MOVE "N" TO WS-TRIAL-FLAG-SWITCH.
034357 5180-EXIT.
034358     EXIT.
034359 5185-LIST-TRIAL-CARD.
034360*    A CARD THE REAL RUN WOULD SUSPEND, REJECT, OR HOLD LISTS
034361*    WITH ITS OWN FIELDS, SINCE NOTHING ON THE MASTER CHANGES.
034362     PERFORM 5190-LIST-TRIAL-RESULT THRU 5190-EXIT.
034363     MOVE "CARD" TO WS-TRIAL-LABEL.
034364     MOVE ADR-TRAN-KEY     TO TW-KEY.
034365     MOVE ADR-TRAN-NAME    TO TW-NAME.
034366     MOVE ADR-TRAN-HOUSE-X TO TW-HOUSE.
034367     MOVE ADR-TRAN-STREET  TO TW-STREET.
034368     MOVE ADR-TRAN-CITY    TO TW-CITY.
034369     MOVE ADR-TRAN-STATE   TO TW-STATE.
034370     MOVE ADR-TRAN-ZIP     TO TW-ZIP.
034371     PERFORM 5195-LIST-TRIAL-IMAGE THRU 5195-EXIT.
034372 5185-EXIT.
034373     EXIT.
034374 5190-LIST-TRIAL-RESULT.
034375     MOVE SPACES TO WS-TRIAL-DETAIL-LINE.
034376     MOVE WS-TRIAL-SOURCE TO TD-SOURCE.
034377     MOVE ADR-TRAN-CODE   TO TD-TRAN-CODE.
034378     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
034379         ADR-TRAN-KEY WS-PRINTED-SSN
034380     END-CALL.
034381     MOVE WS-PRINTED-SSN  TO TD-KEY.
034382     MOVE WS-TRIAL-ACTION TO TD-ACTION.
034383     MOVE WS-TRIAL-REASON TO TD-REASON.
034384     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-DETAIL-LINE.
034385 5190-EXIT.
034386     EXIT.
034387 5195-LIST-TRIAL-IMAGE.
034388     MOVE SPACES TO WS-TRIAL-IMAGE-LINE.
034389     MOVE WS-TRIAL-LABEL TO TI-LABEL.
034390     MOVE TW-NAME        TO TI-NAME.
034391     MOVE TW-HOUSE       TO TI-HOUSE.
034392     MOVE TW-STREET      TO TI-STREET.
034393     MOVE TW-CITY        TO TI-CITY.
034394     MOVE TW-STATE       TO TI-STATE.
034395     MOVE TW-ZIP         TO TI-ZIP.
034396     WRITE TRIAL-LISTING-RECORD FROM WS-TRIAL-IMAGE-LINE.
034397 5195-EXIT.
034398     EXIT.
034399 5060-RETRY-ONE-SUSPENSE.
034400*    LAST NIGHT'S SUSPENDED TRANSACTIONS ARE RETRIED AFTER
034500*    TONIGHT'S DECK -- THE ADD A CHANGE WAS WAITING FOR MAY HAVE
034600*    ARRIVED IN IT. ONE THAT FAILS AGAIN CARRIES ITS ORIGINAL
035500     MOVE SUS-FIRST-DATE TO WS-FIRST-SUSPENSE-DATE.
035600     PERFORM 5210-APPLY-ONE-TRAN THRU 5210-EXIT.
035700     MOVE ADR-TRAN-KEY TO WS-LAST-KEY.
035750     PERFORM 5150-TAKE-CHECKPOINT THRU 5150-EXIT.
035800 5060-EXIT.
035900     EXIT.
036000 5200-APPLY-TRAN.
036100     MOVE SPACES TO WS-FIRST-SUSPENSE-DATE.
036200     PERFORM 5210-APPLY-ONE-TRAN THRU 5210-EXIT.
036300     MOVE ADR-TRAN-KEY TO WS-LAST-KEY.
036350     PERFORM 5150-TAKE-CHECKPOINT THRU 5150-EXIT.
036400     PERFORM 5100-READ-TRAN THRU 5100-EXIT.
036500 5200-EXIT.
036600     EXIT.
037000*    THE SUSPENSE FILE INSTEAD OF BEING GUESSED AT -- A CHANGE
037100*    THAT BECAME AN ADD USED TO PLANT A BOGUS MASTER RECORD
037200*    THAT ONLY THE MSTSWEEP DRIFT COUNTS EVER FOUND.
037205     MOVE "N" TO WS-ORPHAN-MATCH-SWITCH.
037210     IF WS-HELD-OUTSTANDING > ZERO
037235         PERFORM 9175-FIND-HELD-ENTRY THRU 9175-EXIT
037240     END-IF.
037245     IF WS-ORPHAN-MATCHES
037250         PERFORM 5800-REPLAY-APPLIED-TRAN THRU 5800-EXIT
037255         GO TO 5210-EXIT
037260     END-IF.
037300     EVALUATE TRUE
037400         WHEN ADR-TRAN-DELETE
037500             PERFORM 5600-DELETE-MASTER THRU 5600-EXIT
037600         WHEN ADR-TRAN-ADD
037700             PERFORM 5170-READ-MASTER THRU 5170-EXIT
037800             IF WS-MASTER-FOUND
038200                 MOVE "ADD BUT RECORD ALREADY ON FILE"
038300                     TO WS-SUSPEND-REASON
038350                 PERFORM 5250-SUSPEND-TRAN THRU 5250-EXIT
038400             ELSE
038450                 PERFORM 5300-ADD-MASTER THRU 5300-EXIT
038500             END-IF
038600         WHEN ADR-TRAN-CHANGE
038700             PERFORM 5170-READ-MASTER THRU 5170-EXIT
038800             IF WS-MASTER-FOUND
038850                 PERFORM 5400-UPDATE-MASTER THRU 5400-EXIT
038900             ELSE
038950                 MOVE "CHANGE BUT NO RECORD ON FILE"
039100                     TO WS-SUSPEND-REASON
039200                 PERFORM 5250-SUSPEND-TRAN THRU 5250-EXIT
039500             END-IF
039600         WHEN OTHER
039700             DISPLAY "REJECTED ADDRESS TRAN: " ADR-TRAN-KEY
039800                 " - UNKNOWN TRANSACTION CODE " ADR-TRAN-CODE
039900             ADD 1 TO WS-TRANS-REJECTED
039910             MOVE "WOULD REJECT" TO WS-TRIAL-ACTION
039920             MOVE "UNKNOWN TRANSACTION CODE" TO WS-TRIAL-REASON
039930             IF WS-TRIAL-RUN
039940                 PERFORM 5185-LIST-TRIAL-CARD THRU 5185-EXIT
039950             END-IF
040000     END-EVALUATE.
040100 5210-EXIT.
040200     EXIT.
040600*    RETRY KEEPS ITS ORIGINAL SUSPENSE DATE; A FRESH SUSPEND
040700*    IS DATED TONIGHT.
040800     ADD 1 TO WS-TRANS-SUSPENDED.
040810     IF WS-TRIAL-RUN
040820         IF WS-ADDRESS-EDIT-REASON
040830             ADD 1 TO WS-ADDRESS-SUSPENDED
040840         END-IF
040850         MOVE "WOULD SUSPEND" TO WS-TRIAL-ACTION
040860         MOVE WS-SUSPEND-REASON TO WS-TRIAL-REASON
040870         PERFORM 5185-LIST-TRIAL-CARD THRU 5185-EXIT
040880         GO TO 5250-EXIT
040890     END-IF.
040900     MOVE SPACES TO SUSPENSE-OUT-RECORD.
041000     MOVE ADDRESS-TRAN-RECORD TO SUO-TRAN-IMAGE.
041100     MOVE WS-SUSPEND-REASON   TO SUO-REASON.
042100 5260-AGE-ONE-SUSPENSE.
042200     MOVE SPACES TO WS-SUSP-DETAIL-LINE.
042300     MOVE ADR-TRAN-CODE  TO SD-TRAN-CODE.
042320     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
042340         ADR-TRAN-KEY WS-PRINTED-SSN
042360     END-CALL.
042380     MOVE WS-PRINTED-SSN TO SD-KEY.
042500     MOVE WS-SUSPEND-REASON TO SD-REASON.
042600     MOVE SUO-FIRST-DATE TO SD-FIRST-DATE.
042700     IF SUO-FIRST-DATE IS NUMERIC
044700     ELSE
044800         MOVE "UNDATED" TO SD-AGE
044900     END-IF.
044920     IF WS-ADDRESS-EDIT-REASON
044940         ADD 1 TO WS-ADDRESS-SUSPENDED
044960     END-IF.
045000     WRITE SUSPENSE-AGING-RECORD FROM WS-SUSP-DETAIL-LINE.
045100 5260-EXIT.
045200     EXIT.
046100     MOVE ADR-TRAN-CITY   TO ADR-CITY.
046200     MOVE ADR-TRAN-STATE  TO ADR-STATE.
046300     MOVE ADR-TRAN-ZIP    TO ADR-ZIP.
046310     PERFORM 5350-EDIT-ADDRESS THRU 5350-EXIT.
046320     IF NOT WS-ADDRESS-IS-OK
046330         PERFORM 5250-SUSPEND-TRAN THRU 5250-EXIT
046340         GO TO 5300-EXIT
046350     END-IF.
046370     IF NOT WS-TRIAL-RUN
046400         WRITE ADDRESS-MASTER-RECORD
046420     END-IF.
046450     PERFORM 5950-WRITE-ADDRESS-INDEX THRU 5950-EXIT.
046470     PERFORM 5990-CLEAR-UNDELIVERABLE THRU 5990-EXIT.
046500     MOVE ADR-HOUSE TO HOUSE.
046600     ADD 1 TO WS-MASTERS-ADDED.
046700     MOVE "A" TO WS-JOURNAL-ACTION.
047000     PERFORM 5700-WRITE-JOURNAL THRU 5700-EXIT.
047100 5300-EXIT.
047200     EXIT.
047202 5350-EDIT-ADDRESS.
047204*    THE MAILING ADDRESS ABOUT TO BE WRITTEN -- THE CARD'S FIELDS
047206*    MERGED OVER THE MASTER'S -- MUST CARRY A FIVE-DIGIT ZIP
047208*    THAT IS ON THE ZIP REFERENCE FILE AND A STATE THAT AGREES
047210*    WITH IT. A FAILURE SUSPENDS RATHER THAN REJECTS: A NEW ZIP
047212*    RESOLVES ON TOMORROW'S RETRY ONCE ZIPMAINT ADDS IT, AND THE
047214*    SUSPENDED COUNT KEEPS RECONCIL IN BALANCE. A GOOD ADDRESS
047216*    TAKES THE CITY SPELLING OFF THE REFERENCE FILE AND HAS ITS
047218*    STREET SUFFIX STANDARDIZED BEFORE IT IS WRITTEN.
047220     MOVE "N" TO WS-ADDRESS-OK-SWITCH.
047222     INSPECT ADR-STATE CONVERTING
047224         "abcdefghijklmnopqrstuvwxyz" TO
047226         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
047228     IF ADR-ZIP IS NOT NUMERIC
047230         MOVE "ZIP IS NOT FIVE DIGITS" TO WS-SUSPEND-REASON
047234         GO TO 5350-EXIT
047236     END-IF.
047238     MOVE ADR-ZIP TO ZIP-CODE.
047240     READ ZIP-REFERENCE
047242         INVALID KEY
047244             MOVE "ZIP NOT ON ZIP REFERENCE FILE"
047246                 TO WS-SUSPEND-REASON
047250             GO TO 5350-EXIT
047252     END-READ.
047254     IF ADR-STATE NOT = ZIP-STATE
047256         MOVE "STATE DISAGREES WITH ZIP CODE" TO WS-SUSPEND-REASON
047260         GO TO 5350-EXIT
047262     END-IF.
047264     MOVE ZIP-CITY TO ADR-CITY.
047266     CALL "ADRSTD" USING ADR-STREET WS-STD-STREET WS-STD-RESULT
047268     END-CALL.
047270     MOVE WS-STD-STREET TO ADR-STREET.
047272     MOVE "Y" TO WS-ADDRESS-OK-SWITCH.
047274 5350-EXIT.
047276     EXIT.
047300 5400-UPDATE-MASTER.
047400*    A CHANGE REPLACES ONLY THE FIELDS THE TRANSACTION ACTUALLY
047500*    SUPPLIES -- A BLANK FIELD ON THE CARD LEAVES THE MASTER'S
049400     IF ADR-TRAN-ZIP NOT = SPACES
049500         MOVE ADR-TRAN-ZIP TO ADR-ZIP
049600     END-IF.
049605*    A NAME- OR HOUSE-ONLY CORRECTION LEAVES THE MAILING ADDRESS
049610*    AS IT STANDS; ANY CHANGE TO IT IS EDITED LIKE AN ADD.
049615     IF ADR-TRAN-STREET NOT = SPACES OR ADR-TRAN-CITY NOT = SPACES
049620             OR ADR-TRAN-STATE NOT = SPACES
049625             OR ADR-TRAN-ZIP NOT = SPACES
049630         PERFORM 5350-EDIT-ADDRESS THRU 5350-EXIT
049635         IF NOT WS-ADDRESS-IS-OK
049640             PERFORM 5250-SUSPEND-TRAN THRU 5250-EXIT
049645             GO TO 5400-EXIT
049650         END-IF
049655     END-IF.
049675     IF NOT WS-TRIAL-RUN
049700         REWRITE ADDRESS-MASTER-RECORD
049710     END-IF.
049720     PERFORM 5900-DELETE-ADDRESS-INDEX THRU 5900-EXIT.
049740     PERFORM 5950-WRITE-ADDRESS-INDEX THRU 5950-EXIT.
049750     IF ADR-ADDRESS NOT = WS-BM-ADDRESS
049760         PERFORM 5990-CLEAR-UNDELIVERABLE THRU 5990-EXIT
049770     END-IF.
049800     MOVE ADR-HOUSE TO HOUSE.
049900     ADD 1 TO WS-MASTERS-UPDATED.
050000     MOVE "C" TO WS-JOURNAL-ACTION.
054000     EXIT.
054100 5600-DELETE-MASTER.
054200*    THE MASTER IS READ BEFORE THE DELETE SO THE JOURNAL CAN
054300*    CARRY THE IMAGE OF WHAT WAS REMOVED. NOTHING IS DELETED
054310*    UNTIL APRCHECK SAYS A SECOND OPERATOR HAS APPROVED IT.
054320     IF ADR-TRAN-OPERATOR-ID = SPACES
054330         DISPLAY "REJECTED ADDRESS TRAN: " ADR-TRAN-KEY
054340             " - NO OPERATOR ID ON DELETE"
054350         ADD 1 TO WS-TRANS-REJECTED
054351         MOVE "WOULD REJECT" TO WS-TRIAL-ACTION
054352         MOVE "NO OPERATOR ID ON DELETE" TO WS-TRIAL-REASON
054353         IF WS-TRIAL-RUN
054354             PERFORM 5185-LIST-TRIAL-CARD THRU 5185-EXIT
054355         END-IF
054360         GO TO 5600-EXIT
054370     END-IF.
054380     MOVE SPACE TO WS-APPROVAL-RESULT.
054400     PERFORM 5170-READ-MASTER THRU 5170-EXIT.
054500     IF WS-MASTER-FOUND
054550         PERFORM 5650-CHECK-APPROVAL THRU 5650-EXIT
054600     ELSE
054650         DISPLAY "DELETE TRAN FOR SSN " ADR-TRAN-KEY
054800             " - NO MASTER RECORD ON FILE"
054900         ADD 1 TO WS-DELETES-NOT-FOUND
054920         MOVE "NOT ON MASTER" TO WS-TRIAL-ACTION
054940         MOVE "DELETE WOULD BE COUNTED ONLY" TO WS-TRIAL-REASON
054960         IF WS-TRIAL-RUN
054980             PERFORM 5185-LIST-TRIAL-CARD THRU 5185-EXIT
055000         END-IF
055020     END-IF.
055030     IF NOT WS-DELETE-APPROVED
055040         GO TO 5600-EXIT
055050     END-IF.
055100     MOVE ADDRESS-MASTER-RECORD TO WS-BEFORE-IMAGE.
055150     IF NOT WS-TRIAL-RUN
055200         DELETE ADDRESS-MASTER
055220     END-IF.
055250     PERFORM 5900-DELETE-ADDRESS-INDEX THRU 5900-EXIT.
055270     PERFORM 5990-CLEAR-UNDELIVERABLE THRU 5990-EXIT.
055300     ADD 1 TO WS-MASTERS-DELETED.
055400     MOVE "D" TO WS-JOURNAL-ACTION.
055500     MOVE SPACES TO WS-AFTER-IMAGE.
055600     PERFORM 5700-WRITE-JOURNAL THRU 5700-EXIT.
055800 5600-EXIT.
055900     EXIT.
055902 5650-CHECK-APPROVAL.
055904     MOVE SPACES TO WS-APPROVAL-REASON.
055905     MOVE ADR-NAME TO WS-APPROVAL-NAME.
055906     IF WS-TRIAL-RUN
055907         MOVE "T" TO WS-APPROVAL-RESULT
055908     END-IF.
055909     CALL "APRCHECK" USING WS-PROGRAM-ID ADR-TRAN-KEY
055910         ADR-TRAN-OPERATOR-ID ADR-TRAN-APPROVER-ID
055912         WS-APPROVAL-REASON WS-APPROVAL-NAME WS-RUN-DATE
055914         WS-APPROVAL-RESULT
055916     END-CALL.
055918     EVALUATE TRUE
055920         WHEN WS-DELETE-HELD
055922             DISPLAY "DELETE TRAN FOR SSN " ADR-TRAN-KEY
055924                 " - HELD FOR APPROVAL, REQUESTED BY "
055926                 ADR-TRAN-OPERATOR-ID
055927             ADD 1 TO WS-DELETES-HELD
055928             MOVE "WOULD HOLD" TO WS-TRIAL-ACTION
055929             MOVE "NEW REQUEST FOR APPROVAL" TO WS-TRIAL-REASON
055930         WHEN WS-DELETE-WAITING
055932             DISPLAY "DELETE TRAN FOR SSN " ADR-TRAN-KEY
055934                 " - ALREADY AWAITING APPROVAL"
055935             ADD 1 TO WS-DELETES-HELD
055936             MOVE "WOULD HOLD" TO WS-TRIAL-ACTION
055937             MOVE "ALREADY AWAITING APPROVAL" TO WS-TRIAL-REASON
055938         WHEN WS-DELETE-NOT-APPROVED
055940             DISPLAY "REJECTED ADDRESS TRAN: " ADR-TRAN-KEY
055942                 " - NO APPROVED REQUEST ON FILE"
056042             ADD 1 TO WS-TRANS-REJECTED
056142             MOVE "WOULD REJECT" TO WS-TRIAL-ACTION
056242             MOVE "NO APPROVED REQUEST ON FILE" TO WS-TRIAL-REASON
056342     END-EVALUATE.
056442     IF WS-TRIAL-RUN AND NOT WS-DELETE-APPROVED
056452         PERFORM 5185-LIST-TRIAL-CARD THRU 5185-EXIT
056462     END-IF.
056472 5650-EXIT.
056482     EXIT.
056492 5700-WRITE-JOURNAL.
056502     IF WS-TRIAL-RUN
056512         PERFORM 5180-LIST-TRIAL-CHANGE THRU 5180-EXIT
056522         GO TO 5700-EXIT
056532     END-IF.
056542     MOVE SPACES TO ADDRESS-JOURNAL-RECORD.
056552     MOVE WS-JOURNAL-ACTION TO AJR-ACTION.
056562     MOVE ADR-TRAN-KEY      TO AJR-KEY.
056572     MOVE WS-RUN-DATE       TO AJR-RUN-DATE.
056582     MOVE WS-BEFORE-IMAGE   TO AJR-BEFORE-IMAGE.
056600     MOVE WS-AFTER-IMAGE    TO AJR-AFTER-IMAGE.
056700     WRITE ADDRESS-JOURNAL-RECORD.
056750     ADD 1 TO WS-JOURNAL-WRITTEN.
056800 5700-EXIT.
056900     EXIT.
056902 5800-REPLAY-APPLIED-TRAN.
056904*    ON A RESTART THE FAILED RUN HAD ALREADY APPLIED SOME OF THE
056906*    WORK PAST ITS LAST CHECKPOINT. THOSE JOURNAL ENTRIES WERE
056908*    CUT FROM ADRJRNL BY THE REBUILD AND ARE HELD IN
056910*    WS-HELD-JOURNAL-TABLE. A TRANSACTION MATCHING ANY HELD ENTRY
056912*    NOT YET REPLAYED (9175) IS ALREADY ON THE MASTER -- APPLYING
056914*    IT AGAIN WOULD SUSPEND THE ADD AS A DUPLICATE AND MISS THE
056916*    DELETE -- SO ITS ENTRY GOES BACK ON THE JOURNAL, IS MARKED
056918*    REPLAYED, AND IT COUNTS EXACTLY AS IT DID THE FIRST TIME.
056920     WRITE ADDRESS-JOURNAL-RECORD FROM WS-ORPHAN-JOURNAL.
056922     ADD 1 TO WS-JOURNAL-WRITTEN.
056924     ADD 1 TO WS-TRANS-REPLAYED.
056926     EVALUATE WS-OJ-ACTION
056928         WHEN "A"
056930             ADD 1 TO WS-MASTERS-ADDED
056932         WHEN "C"
056934             ADD 1 TO WS-MASTERS-UPDATED
056936         WHEN "D"
056938             ADD 1 TO WS-MASTERS-DELETED
056940     END-EVALUATE.
056941     MOVE "Y" TO WS-HELD-STATUS(WS-HELD-FOUND).
056942     SUBTRACT 1 FROM WS-HELD-OUTSTANDING.
056944 5800-EXIT.
056945     EXIT.
056946 5810-MATCH-ORPHAN-IMAGE.
056947*    CHECKS THE CARD AGAINST THE HELD ENTRY IN WS-ORPHAN-JOURNAL,
056948*    WHOSE KEY AND ACTION 9177 HAS ALREADY MATCHED. A DELETE IS
056949*    TAKEN ON KEY AND ACTION ALONE. FOR AN ADD OR CHANGE, EVERY
056950*    FIELD THE CARD SUPPLIES MUST BE ON THE ENTRY'S AFTER IMAGE AS
056951*    5350 WOULD HAVE STORED IT -- NAME, HOUSE NUMBER, AND ZIP AS
056952*    KEYED, STREET STANDARDIZED THROUGH ADRSTD, STATE IN UPPER
056953*    CASE. THE CITY IS NOT COMPARED: A GOOD ADDRESS TAKES ITS CITY
056954*    OFF THE ZIP REFERENCE FILE, NOT THE CARD.
056957     MOVE "N" TO WS-ORPHAN-MATCH-SWITCH.
056958     IF ADR-TRAN-DELETE
056959         MOVE "Y" TO WS-ORPHAN-MATCH-SWITCH
056960         GO TO 5810-EXIT
056961     END-IF.
056962     IF ADR-TRAN-NAME NOT = SPACES
056963             AND ADR-TRAN-NAME NOT = WS-OA-NAME
056964         GO TO 5810-EXIT
056965     END-IF.
056966     IF ADR-TRAN-HOUSE-X NOT = SPACES
056967             AND ADR-TRAN-HOUSE NOT = WS-OA-HOUSE
056968         GO TO 5810-EXIT
056969     END-IF.
056970     IF ADR-TRAN-STREET NOT = SPACES
056971         CALL "ADRSTD" USING ADR-TRAN-STREET WS-STD-STREET
056972             WS-STD-RESULT
056973         END-CALL
056974         IF WS-STD-STREET NOT = WS-OA-STREET
056975             GO TO 5810-EXIT
056976         END-IF
056977     END-IF.
056978     IF ADR-TRAN-STATE NOT = SPACES
056979         MOVE ADR-TRAN-STATE TO WS-CARD-STATE
056980         INSPECT WS-CARD-STATE CONVERTING
056981             "abcdefghijklmnopqrstuvwxyz" TO
056982             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
056983         IF WS-CARD-STATE NOT = WS-OA-STATE
056984             GO TO 5810-EXIT
056985         END-IF
056986     END-IF.
056987     IF ADR-TRAN-ZIP NOT = SPACES
056988             AND ADR-TRAN-ZIP NOT = WS-OA-ZIP
056989         GO TO 5810-EXIT
056990     END-IF.
056991     MOVE "Y" TO WS-ORPHAN-MATCH-SWITCH.
056992 5810-EXIT.
056993     EXIT.
056994 5900-DELETE-ADDRESS-INDEX.
056995*    THE INDEX ENTRY FOR THE ADDRESS AS IT STOOD BEFORE THE CHANGE
056996*    OR DELETE IS BUILT FROM THE BEFORE IMAGE. A MISSING ENTRY (A
056997*    RECORD WITH NO ZIP, OR ONE WRITTEN BEFORE THE INDEX WAS)
056998*    IS NOT AN ERROR.
056999     IF WS-BA-ZIP = SPACES OR WS-TRIAL-RUN
057000         GO TO 5900-EXIT
057001     END-IF.
057002     MOVE WS-BA-ZIP    TO WS-IX-ZIP.
057003     MOVE WS-BA-STREET TO WS-IX-STREET.
057004     MOVE ZERO         TO WS-IX-HOUSE.
057005     IF WS-BA-HOUSE IS NUMERIC
057006         MOVE WS-BA-HOUSE TO WS-IX-HOUSE
057007     END-IF.
057008     PERFORM 5980-BUILD-INDEX-KEY THRU 5980-EXIT.
057009     DELETE ADDRESS-INDEX RECORD
057010         INVALID KEY
057011             CONTINUE
057012     END-DELETE.
057013 5900-EXIT.
057014     EXIT.
057015 5950-WRITE-ADDRESS-INDEX.
057016*    ONLY AN ADDRESS THAT CARRIES A ZIP IS INDEXED -- WITHOUT ONE
057017*    THERE IS NOTHING TO GROUP IT ON.
057018     IF ADR-ZIP = SPACES OR WS-TRIAL-RUN
057019         GO TO 5950-EXIT
057020     END-IF.
057021     MOVE ADR-ZIP    TO WS-IX-ZIP.
057022     MOVE ADR-STREET TO WS-IX-STREET.
057023     MOVE ZERO       TO WS-IX-HOUSE.
057024     IF ADR-HOUSE IS NUMERIC
057025         MOVE ADR-HOUSE TO WS-IX-HOUSE
057026     END-IF.
057027     PERFORM 5980-BUILD-INDEX-KEY THRU 5980-EXIT.
057028     WRITE ADDRESS-INDEX-RECORD
057029         INVALID KEY
057030             CONTINUE
057031     END-WRITE.
057032 5950-EXIT.
057033     EXIT.
057034 5980-BUILD-INDEX-KEY.
057035*    THE STREET IS KEYED UNDER ITS STANDARD SPELLING SO THAT
057036*    "MAIN STREET" AND "MAIN ST" FALL TOGETHER.
057037     CALL "ADRSTD" USING WS-IX-STREET WS-IX-STD-STREET
057038         WS-IX-STD-RESULT
057039     END-CALL.
057040     MOVE SPACES           TO ADDRESS-INDEX-RECORD.
057041     MOVE WS-IX-ZIP        TO AIX-ZIP.
057042     MOVE WS-IX-STD-STREET TO AIX-STREET.
057043     MOVE WS-IX-HOUSE      TO AIX-HOUSE.
057044     MOVE ADR-TRAN-KEY     TO AIX-SSN.
057045 5980-EXIT.
057046     EXIT.
057047 5990-CLEAR-UNDELIVERABLE.
057048*    THE UNDELIVERABLE FLAG BELONGS TO THE ADDRESS THE MAIL CAME
057049*    BACK FROM. ONCE A NEW ADDRESS IS ON THE MASTER (OR THE
057050*    ADDRESS IS GONE) THE FLAG IS DROPPED. MOST SSNS HAVE NONE.
057051     MOVE ADR-TRAN-KEY TO UND-KEY.
057052     IF WS-TRIAL-RUN
057053         PERFORM 5995-CHECK-TRIAL-FLAG THRU 5995-EXIT
057054         GO TO 5990-EXIT
057055     END-IF.
057056     DELETE UNDELIVERABLE-FILE RECORD
057057         INVALID KEY
057058             GO TO 5990-EXIT
057059     END-DELETE.
057060     ADD 1 TO WS-FLAGS-CLEARED.
057061 5990-EXIT.
057062     EXIT.
057063 5995-CHECK-TRIAL-FLAG.
057064*    A TRIAL RUN ONLY LOOKS FOR THE FLAG. ONE AN EARLIER CARD IN
057065*    THE TRIAL WOULD ALREADY HAVE DROPPED IS NOT COUNTED AGAIN.
057066     PERFORM 5172-FIND-TRIAL-ENTRY THRU 5172-EXIT.
057067     IF WS-TRIAL-ENTRY-FOUND
057068         IF WS-TT-FLAG-CLEARED(WS-TRIAL-IDX) = "Y"
057069             GO TO 5995-EXIT
057070         END-IF
057071     END-IF.
057072     READ UNDELIVERABLE-FILE
057073         INVALID KEY
057074             GO TO 5995-EXIT
057075     END-READ.
057076     MOVE "Y" TO WS-TRIAL-FLAG-SWITCH.
057077     ADD 1 TO WS-FLAGS-CLEARED.
057078 5995-EXIT.
057079     EXIT.
057092 6000-DATE-TO-SERIAL.
057100*    TURNS A YYYYMMDD DATE INTO A DAY SERIAL FOR TAKING
057200*    DIFFERENCES, THE SAME ARITHMETIC SSNCORR USES TO AGE ITS
057300*    REJECTS: WHOLE YEARS AT 365 DAYS PLUS THE LEAP DAYS, PLUS
068400     END-IF.
068500 8010-EXIT.
068600     EXIT.
068700 9100-REBUILD-SUSPENSE-OUT.
068800*    THE FAILED RUN'S SUSPOUT GENERATION IS CUT BACK TO THE
068900*    CHECKPOINTED NUMBER OF SUSPENDS, STAGED THROUGH SUSPTEMP
069000*    THE WAY SSNFMT CUTS BACK BENOUT. EACH KEPT RECORD IS AGED
069100*    AGAIN AS IT GOES BACK, SO THE AGING LISTING AND ITS
069200*    BUCKETS COVER THE WHOLE NIGHT, NOT JUST THE RESTART. THE
069300*    FILE IS LEFT OPEN FOR THE REST OF THE RUN.
069400     MOVE ZERO TO WS-RBD-SUSP-COUNT.
069500     MOVE "N" TO WS-RBD-EOF-SWITCH.
069600     MOVE "N" TO WS-TEMP-EOF-SWITCH.
069700     OPEN INPUT SUSPENSE-OUT.
069800     OPEN OUTPUT SUSPENSE-TEMP.
069900     PERFORM 9110-COPY-SUSP-TO-TEMP THRU 9110-EXIT
070000         UNTIL WS-NO-MORE-REBUILD.
070100     CLOSE SUSPENSE-OUT SUSPENSE-TEMP.
070200     OPEN INPUT SUSPENSE-TEMP.
070300     OPEN OUTPUT SUSPENSE-OUT.
070400     PERFORM 9120-COPY-SUSP-FROM-TEMP THRU 9120-EXIT
070500         UNTIL WS-NO-MORE-TEMP.
070600     CLOSE SUSPENSE-TEMP.
070700     DISPLAY "SUSPENSE FILE CUT BACK TO CHECKPOINT STATE - "
070800         WS-TRANS-SUSPENDED " SUSPENDS KEPT".
070900 9100-EXIT.
071000     EXIT.
071100 9110-COPY-SUSP-TO-TEMP.
071200     READ SUSPENSE-OUT
071300         AT END
071400             MOVE "Y" TO WS-RBD-EOF-SWITCH
071500             GO TO 9110-EXIT
071600     END-READ.
071700     IF WS-RBD-SUSP-COUNT < WS-CKPT-SUSPENDED
071800         WRITE SUSPENSE-TEMP-RECORD FROM SUSPENSE-OUT-RECORD
071900         ADD 1 TO WS-RBD-SUSP-COUNT
072000     ELSE
072100         MOVE "Y" TO WS-RBD-EOF-SWITCH
072200     END-IF.
072300 9110-EXIT.
072400     EXIT.
072500 9120-COPY-SUSP-FROM-TEMP.
072600     READ SUSPENSE-TEMP INTO SUSPENSE-OUT-RECORD
072700         AT END
072800             MOVE "Y" TO WS-TEMP-EOF-SWITCH
072900             GO TO 9120-EXIT
073000     END-READ.
073100     WRITE SUSPENSE-OUT-RECORD.
073200     ADD 1 TO WS-TRANS-SUSPENDED.
073300     MOVE SUO-TRAN-IMAGE TO ADDRESS-TRAN-RECORD.
073400     MOVE SUO-REASON     TO WS-SUSPEND-REASON.
073500     PERFORM 5260-AGE-ONE-SUSPENSE THRU 5260-EXIT.
073600 9120-EXIT.
073700     EXIT.
073800 9150-REBUILD-JOURNAL.
073900*    ADRJRNL IS PERMANENT, SO ONLY TONIGHT'S ENTRIES (THOSE
074000*    CARRYING TONIGHT'S RUN DATE) ARE CUT BACK, TO THE
074100*    CHECKPOINTED COUNT. THE WHOLE FILE IS STAGED THROUGH
074200*    JRNLTEMP AND COPIED BACK UP TO THE FIRST ENTRY PAST THE
074300*    CHECKPOINT; THAT ENTRY AND THE REST ARE LOADED INTO
074400*    WS-HELD-JOURNAL-TABLE FOR 5800-REPLAY-APPLIED-TRAN AND
074500*    JRNLTEMP IS CLOSED. ADRJRNL STAYS OPEN FOR THE REST OF
074550*    THE RUN.
074600     MOVE ZERO TO WS-JOURNAL-WRITTEN.
074700     MOVE "N" TO WS-RBD-EOF-SWITCH.
074800     OPEN INPUT ADDRESS-JOURNAL.
074900     OPEN OUTPUT JOURNAL-TEMP.
075000     PERFORM 9155-COPY-JOURNAL-TO-TEMP THRU 9155-EXIT
075100         UNTIL WS-NO-MORE-REBUILD.
075200     CLOSE ADDRESS-JOURNAL JOURNAL-TEMP.
075300     OPEN INPUT JOURNAL-TEMP.
075400     OPEN OUTPUT ADDRESS-JOURNAL.
075500     PERFORM 9160-READ-ORPHAN-JOURNAL THRU 9160-EXIT.
075600     PERFORM 9165-KEEP-ONE-JOURNAL THRU 9165-EXIT
075700         UNTIL NOT WS-ORPHAN-PENDING
075800            OR (WS-OJ-RUN-DATE = WS-RUN-DATE
075900                AND WS-JOURNAL-WRITTEN >= WS-CKPT-JOURNAL-COUNT).
076000     DISPLAY "ADDRESS JOURNAL CUT BACK TO CHECKPOINT STATE - "
076100         WS-JOURNAL-WRITTEN " ENTRIES KEPT".
076110     PERFORM 9170-HOLD-ONE-JOURNAL THRU 9170-EXIT
076120         UNTIL NOT WS-ORPHAN-PENDING.
076130     CLOSE JOURNAL-TEMP.
076140     DISPLAY "JOURNAL ENTRIES HELD FOR REPLAY - " WS-HELD-COUNT.
076200 9150-EXIT.
076300     EXIT.
076400 9155-COPY-JOURNAL-TO-TEMP.
076500     READ ADDRESS-JOURNAL
076600         AT END
076700             MOVE "Y" TO WS-RBD-EOF-SWITCH
076800             GO TO 9155-EXIT
076900     END-READ.
077000     WRITE JOURNAL-TEMP-RECORD FROM ADDRESS-JOURNAL-RECORD.
077100 9155-EXIT.
077200     EXIT.
077300 9160-READ-ORPHAN-JOURNAL.
077400     READ JOURNAL-TEMP INTO WS-ORPHAN-JOURNAL
077500         AT END
077600             MOVE "N" TO WS-ORPHAN-SWITCH
077700         NOT AT END
077800             MOVE "Y" TO WS-ORPHAN-SWITCH
077900     END-READ.
078000 9160-EXIT.
078100     EXIT.
078200 9165-KEEP-ONE-JOURNAL.
078300     WRITE ADDRESS-JOURNAL-RECORD FROM WS-ORPHAN-JOURNAL.
078400     IF WS-OJ-RUN-DATE = WS-RUN-DATE
078500         ADD 1 TO WS-JOURNAL-WRITTEN
078600     END-IF.
078700     PERFORM 9160-READ-ORPHAN-JOURNAL THRU 9160-EXIT.
078800 9165-EXIT.
078900     EXIT.
079000 9170-HOLD-ONE-JOURNAL.
079100     IF WS-HELD-COUNT >= WS-HELD-LIMIT
079200         DISPLAY "ADRMAINT ABEND - MORE THAN " WS-HELD-LIMIT
079300             " JOURNAL ENTRIES PAST THE CHECKPOINT, JRNLTEMP "
079400             "STILL HOLDS THEM"
079500         MOVE 16 TO RETURN-CODE
079600         STOP RUN
079700     END-IF.
079800     ADD 1 TO WS-HELD-COUNT.
079900     ADD 1 TO WS-HELD-OUTSTANDING.
080000     SET WS-HELD-IDX TO WS-HELD-COUNT.
080100     MOVE "N" TO WS-HELD-STATUS(WS-HELD-IDX).
080200     MOVE WS-ORPHAN-JOURNAL TO WS-HELD-RECORD(WS-HELD-IDX).
080300     PERFORM 9160-READ-ORPHAN-JOURNAL THRU 9160-EXIT.
080400 9170-EXIT.
080500     EXIT.
080600 9175-FIND-HELD-ENTRY.
080700*    THE HELD ENTRIES ARE TRIED OLDEST FIRST, AND THE FIRST ONE
080800*    NOT YET REPLAYED THAT FITS THE CARD IS TAKEN, WHEREVER IT
080900*    SITS IN THE TABLE.
081000     PERFORM 9177-TRY-HELD-ENTRY THRU 9177-EXIT
081100         VARYING WS-HELD-IDX FROM 1 BY 1
081200         UNTIL WS-HELD-IDX > WS-HELD-COUNT
081300            OR WS-ORPHAN-MATCHES.
081400 9175-EXIT.
081500     EXIT.
081600 9177-TRY-HELD-ENTRY.
081700     IF WS-HELD-REPLAYED(WS-HELD-IDX)
081800         GO TO 9177-EXIT
081900     END-IF.
082000     IF WS-HELD-KEY(WS-HELD-IDX) NOT = ADR-TRAN-KEY
082100             OR WS-HELD-ACTION(WS-HELD-IDX) NOT = ADR-TRAN-CODE
082200         GO TO 9177-EXIT
082300     END-IF.
082400     MOVE WS-HELD-RECORD(WS-HELD-IDX) TO WS-ORPHAN-JOURNAL.
082500     PERFORM 5810-MATCH-ORPHAN-IMAGE THRU 5810-EXIT.
082600     IF WS-ORPHAN-MATCHES
082700         SET WS-HELD-FOUND TO WS-HELD-IDX
082800     END-IF.
082900 9177-EXIT.
083000     EXIT.
083100 9180-FLUSH-HELD-JOURNAL.
083200*    A HELD ENTRY NO CARD MATCHED IS STILL A CHANGE THE FAILED RUN
083300*    MADE TO THE MASTER. IT IS COPIED BACK TO ADRJRNL BEHIND
083400*    TONIGHT'S ENTRIES SO THE JOURNAL LOSES NOTHING, AND THE
083500*    COUNT IS SHOWN -- 0000-MAINLINE THEN ENDS THE STEP RC 16.
083600     PERFORM 9185-FLUSH-ONE-HELD THRU 9185-EXIT
083700         VARYING WS-HELD-IDX FROM 1 BY 1
083800         UNTIL WS-HELD-IDX > WS-HELD-COUNT.
083900     IF WS-HELD-FLUSHED > ZERO
084000         DISPLAY "HELD JOURNAL ENTRIES NO CARD MATCHED, COPIED "
084100             "BACK TO ADRJRNL: " WS-HELD-FLUSHED
084200     END-IF.
084300 9180-EXIT.
084400     EXIT.
084500 9185-FLUSH-ONE-HELD.
084600     IF WS-HELD-REPLAYED(WS-HELD-IDX)
084700         GO TO 9185-EXIT
084800     END-IF.
084900     WRITE ADDRESS-JOURNAL-RECORD
084950         FROM WS-HELD-RECORD(WS-HELD-IDX).
085000     ADD 1 TO WS-JOURNAL-WRITTEN.
085100     ADD 1 TO WS-HELD-FLUSHED.
085200 9185-EXIT.
085300     EXIT.
