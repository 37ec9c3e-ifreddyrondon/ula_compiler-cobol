004900*                     LONG NIGHTS IT EXISTS TO CATCH. RECORDS
005000*                     FROM BEFORE THE RUN NUMBER EXISTED (RUN
005100*                     ZERO) STILL GROUP BY DATE.
005110*    10/29/1988 FR    APRMAINT'S DECISION ENTRIES ("D") CARRY NO
005120*                     COUNTS OR TIMES FOR A RUN AND ARE LEFT OUT
005130*                     OF THE VOLUME AND TIMING TABLES.
005140*    10/30/1988 FR    SO ARE THE FULL-SSN ENTRIES ("F") A REPORT
005150*                     RUN UNDER THE FULLSSN PARM WRITES.
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
029800 2000-PROCESS-LOG.
029900     IF AUDIT-LOG-DATE >= WS-START-DATE
030000             AND AUDIT-LOG-DATE <= WS-END-DATE
030010             AND NOT AUDIT-ENTRY-IS-DECISION
030020             AND NOT AUDIT-ENTRY-IS-FULL-SSN
030100         PERFORM 3000-POST-RECORD THRU 3000-EXIT
030200     END-IF.
030300     PERFORM 2100-READ-LOG THRU 2100-EXIT.
