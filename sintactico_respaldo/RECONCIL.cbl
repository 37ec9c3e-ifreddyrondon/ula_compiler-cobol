005606*                     ANOMALIES. ALSO REGISTER START AND END
005607*                     ENTRIES THROUGH AUDITLOG SO THE CHAIN
005608*                     SPAN COVERS THE RECONCILIATION STEP.
005618*    10/28/1988 FR    ADRXCHG NOW SENDS THE NIGHT'S ADDRESS
005628*                     CHANGES TO BENEFITS. ITS CHANGED AND ADDED
005638*                     JOURNAL COUNTS ARE BALANCED HERE AGAINST
005648*                     ADRMAINT'S UPDATED AND ADDED MASTERS, AND
005658*                     IT MUST REPORT LIKE THE OTHER NIGHTLY JOBS.
005663*    11/06/1988 FR    NUMRPT NOW REJECTS DUPLICATE TRAN-IDS
005668*                     AGAINST ITS TRANSACTION HISTORY. ITS
005673*                     REJECTED COUNT AND THE DUPLICATES AMONG
005678*                     THEM NOW PRINT UNDER THE REPORT LINE, SO A
005683*                     RESENT FEED SHOWS UP HERE THE NIGHT IT
005688*                     ARRIVES.
005700*****************************************************************
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
008800 01  WS-ADR-NOT-FOUND               PIC 9(07) VALUE ZERO.
008900 01  WS-RPT-READ                    PIC 9(07) VALUE ZERO.
009000 01  WS-RPT-WRITTEN                 PIC 9(07) VALUE ZERO.
009020 01  WS-RPT-REJECTED                PIC 9(07) VALUE ZERO.
009040 01  WS-RPT-DUPLICATE               PIC 9(07) VALUE ZERO.
009100 01  WS-SSN-SEEN-SWITCH             PIC X(01) VALUE "N".
009200 01  WS-ADR-SEEN-SWITCH             PIC X(01) VALUE "N".
009300 01  WS-RPT-SEEN-SWITCH             PIC X(01) VALUE "N".
009800 01  WS-ADR-RETRIED                 PIC 9(07) VALUE ZERO.
009900 01  WS-SWEEP-DECKS                 PIC 9(07) VALUE ZERO.
010000 01  WS-SWEEP-SEEN-SWITCH           PIC X(01) VALUE "N".
010020 01  WS-XCHG-CHANGED                PIC 9(07) VALUE ZERO.
010040 01  WS-XCHG-ADDED                  PIC 9(07) VALUE ZERO.
010060 01  WS-XCHG-SENT                   PIC 9(07) VALUE ZERO.
010080 01  WS-XCHG-SEEN-SWITCH            PIC X(01) VALUE "N".
010100 01  WS-HDG-1.
010200     05  FILLER                     PIC X(30) VALUE
010300         "END-OF-NIGHT RECONCILIATION".
019200         WHEN "SWEEPGEN"
019300             MOVE CC-RECORDS-READ TO WS-SWEEP-DECKS
019400             MOVE "Y"             TO WS-SWEEP-SEEN-SWITCH
019410         WHEN "ADRXCHG"
019420             MOVE CC-RECORDS-UPDATED   TO WS-XCHG-CHANGED
019430             MOVE CC-RECORDS-NOT-FOUND TO WS-XCHG-ADDED
019440             MOVE CC-RECORDS-WRITTEN   TO WS-XCHG-SENT
019450             MOVE "Y"                  TO WS-XCHG-SEEN-SWITCH
019500         WHEN "NUMRPT"
019600             MOVE CC-RECORDS-READ    TO WS-RPT-READ
019700             MOVE CC-RECORDS-WRITTEN TO WS-RPT-WRITTEN
019720             MOVE CC-RECORDS-REJECTED TO WS-RPT-REJECTED
019740             MOVE CC-RECORDS-DUPLICATE TO WS-RPT-DUPLICATE
019800             MOVE "Y"                TO WS-RPT-SEEN-SWITCH
019900         WHEN OTHER
020000             CONTINUE
024800     MOVE "ADDRESS RETRIES READ"     TO WS-D-LABEL.
024900     MOVE WS-ADR-RETRIED               TO WS-D-VALUE-1.
025000     WRITE RECON-LINE FROM WS-DETAIL-LINE.
025005*    EVERY MASTER ADRMAINT UPDATED OR ADDED WRITES ONE JOURNAL
025010*    ENTRY, AND ADRXCHG CONSIDERS EVERY ONE OF TONIGHT'S ENTRIES
025015*    FOR BENEFITS, SO THE TWO SIDES MUST AGREE. THE SECOND
025020*    COLUMN IS WHAT WAS ACTUALLY SENT (ACCEPTED SSNS ONLY).
025025     MOVE SPACES TO WS-DETAIL-LINE.
025030     MOVE "ADDR CHANGES TO BENEFITS"  TO WS-D-LABEL.
025035     COMPUTE WS-D-VALUE-1 = WS-XCHG-CHANGED + WS-XCHG-ADDED.
025040     MOVE WS-XCHG-SENT                 TO WS-D-VALUE-2.
025045     IF (WS-XCHG-CHANGED + WS-XCHG-ADDED) =
025050             (WS-ADR-UPDATED + WS-ADR-NOT-FOUND)
025055         MOVE "IN BALANCE"             TO WS-D-STATUS
025060     ELSE
025065         MOVE "OUT OF BALANCE"         TO WS-D-STATUS
025070     END-IF.
025075     WRITE RECON-LINE FROM WS-DETAIL-LINE.
025100     IF WS-SWEEP-SEEN-SWITCH = "Y"
025200         MOVE SPACES TO WS-DETAIL-LINE
025300         MOVE "SWEEP WORK DECKS GENERATED" TO WS-D-LABEL
026000     MOVE WS-RPT-READ                TO WS-D-VALUE-1.
026100     MOVE WS-RPT-WRITTEN             TO WS-D-VALUE-2.
026200     WRITE RECON-LINE FROM WS-DETAIL-LINE.
026205     MOVE SPACES TO WS-DETAIL-LINE.
026210     MOVE "REPORT TRANSACTIONS REJECTED" TO WS-D-LABEL.
026215     MOVE WS-RPT-REJECTED            TO WS-D-VALUE-1.
026220     WRITE RECON-LINE FROM WS-DETAIL-LINE.
026225*    A DUPLICATE IS A TRAN-ID NUMRPT HAD ALREADY ACCEPTED
026230*    TONIGHT OR INSIDE ITS RETENTION WINDOW -- USUALLY A RESENT
026235*    FEED. THEY ARE INCLUDED IN THE REJECTED COUNT ABOVE.
026240     MOVE SPACES TO WS-DETAIL-LINE.
026245     MOVE "REPORT DUPLICATES REJECTED" TO WS-D-LABEL.
026250     MOVE WS-RPT-DUPLICATE           TO WS-D-VALUE-1.
026255     IF WS-RPT-DUPLICATE > ZERO
026260         MOVE "DUPLICATES ON NUMREJ"  TO WS-D-STATUS
026265     END-IF.
026270     WRITE RECON-LINE FROM WS-DETAIL-LINE.
026300     MOVE SPACES TO RECON-LINE.
026400     WRITE RECON-LINE.
026410     IF WS-PRIOR-RUN-COUNT > ZERO
026900     END-IF.
027000     IF WS-SSN-SEEN-SWITCH = "N" OR WS-ADR-SEEN-SWITCH = "N"
027100             OR WS-RPT-SEEN-SWITCH = "N"
027150             OR WS-XCHG-SEEN-SWITCH = "N"
027200         MOVE "*** ONE OR MORE JOBS DID NOT REPORT COUNTS ***"
027300             TO RECON-LINE
027400         WRITE RECON-LINE
