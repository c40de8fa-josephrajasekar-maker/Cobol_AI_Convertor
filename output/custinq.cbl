002200*    DATE       INIT  DESCRIPTION
002300*    ---------  ----  --------------------------------------------
002400*    09/02/2026 DT    ORIGINAL PROGRAM.
002410*    10/15/2026 DT    TIER-HISTORY-FILE IS NOW INDEXED BY
002420*                     CUST-ID - EACH PROFILE READS ITS OWN
002430*                     RECORD BY KEY INSTEAD OF THE RUN LOADING
002440*                     THE WHOLE FILE.
002450*    10/15/2026 DT    A TIER HISTORY READ THAT FAILS FOR ANY
002460*                     REASON BUT RECORD-NOT-FOUND NOW PRINTS AN
002470*                     ERROR LINE AND ENDS THE RUN RC 8.
002500*    ------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
004600         FILE STATUS IS IQ-MAST-STATUS.
004700
004800     SELECT TIER-HISTORY-FILE ASSIGN TO "TIERHIST"
004810         ORGANIZATION IS INDEXED
004820         ACCESS MODE IS RANDOM
004830         RECORD KEY IS HIST-CUST-ID
004900         FILE STATUS IS IQ-HIST-STATUS.
005000
005100     SELECT PENDING-FILE ASSIGN TO "PENDFILE"
010400     05  IQ-HIST-STATUS          PIC X(02) VALUE SPACES.
010500         88  IQ-HIST-OK                  VALUE '00'.
010600         88  IQ-HIST-NOT-FOUND           VALUE '35'.
010650         88  IQ-HIST-NO-RECORD           VALUE '23'.
010700     05  IQ-PEND-STATUS          PIC X(02) VALUE SPACES.
010800         88  IQ-PEND-OK                  VALUE '00'.
010900         88  IQ-PEND-NOT-FOUND           VALUE '35'.
011400         88  IQ-RPT-OK                   VALUE '00'.
011500     05  IQ-INQ-EOF-FLAG         PIC X(01) VALUE 'N'.
011600         88  IQ-INQ-EOF                  VALUE 'Y'.
011900     05  IQ-PEND-EOF-FLAG        PIC X(01) VALUE 'N'.
012000         88  IQ-PEND-EOF                 VALUE 'Y'.
012100     05  IQ-JRNL-EOF-FLAG        PIC X(01) VALUE 'N'.
012200         88  IQ-JRNL-EOF                 VALUE 'Y'.
012300     05  IQ-MAST-AVAIL-FLAG      PIC X(01) VALUE 'N'.
012400         88  IQ-MAST-AVAIL               VALUE 'Y'.
012410     05  IQ-HIST-AVAIL-FLAG      PIC X(01) VALUE 'N'.
012420         88  IQ-HIST-AVAIL               VALUE 'Y'.
012500     05  IQ-IO-ERROR-FLAG        PIC X(01) VALUE 'N'.
012600         88  IQ-IO-ERROR                 VALUE 'Y'.
012700
019200     05  IQ-WANT-FLAG            PIC X(01)
019300                 OCCURS 99999 TIMES VALUE 'N'.
019400
020600*================================================================
020700* MATCH TABLES - ONLY RECORDS BELONGING TO A REQUESTED CUST-ID
020800* ARE KEPT.  CAPACITIES MATCH THE SOURCE FILES' OWN LIMITS
029000     05  FILLER              PIC X(40)
029100         VALUE "NO TIER HISTORY ON FILE".
029200     05  FILLER              PIC X(87) VALUE SPACES.
029210
029220 01  IR-TIER-ERROR-LINE.
029230     05  FILLER              PIC X(05) VALUE SPACES.
029240     05  FILLER              PIC X(33)
029250         VALUE "TIER HISTORY READ ERROR - STATUS ".
029260     05  IR-TIER-ERR-STATUS  PIC X(02).
029270     05  FILLER              PIC X(92) VALUE SPACES.
029300
029400 01  IR-PEND-HDR-LINE.
029500     05  FILLER              PIC X(05) VALUE SPACES.
042100         END-IF
042200     END-IF
042300
042400     PERFORM 1200-OPEN-TIER-HISTORY
042500         THRU 1200-EXIT
042600
042700     PERFORM 1300-LOAD-PENDING-MATCHES
049300 1110-EXIT.
049400     EXIT.
049500
049600 1200-OPEN-TIER-HISTORY.
049700*----------------------------------------------------------------
049800* THE TIER-HISTORY FILE IS OPENED FOR RANDOM READS, ONE PER
049900* REQUESTED ID, THE SAME AS THE MASTER.  AN ABSENT FILE JUST
049950* MEANS EVERY PROFILE SAYS NO TIER HISTORY.
050000*----------------------------------------------------------------
050100     OPEN INPUT TIER-HISTORY-FILE
050200
050300     IF IQ-HIST-OK
050400         MOVE 'Y' TO IQ-HIST-AVAIL-FLAG
050900     ELSE
051000         IF NOT IQ-HIST-NOT-FOUND
051100             DISPLAY "ERROR OPENING TIER-HISTORY-FILE - FILE "
051700 1200-EXIT.
051800     EXIT.
051900
054700 1300-LOAD-PENDING-MATCHES.
054800*----------------------------------------------------------------
054900* ONE PASS OVER THE STANDING PENDING FILE KEEPING ONLY THE
075300     EXIT.
075400
075500 2300-PRINT-TIER-SECTION.
075510     IF NOT IQ-HIST-AVAIL
075520         WRITE INQ-REPORT-LINE FROM IR-NO-TIER-LINE
075530         GO TO 2300-EXIT
075540     END-IF
075550
075560     MOVE IQ-WORK-ID TO HIST-CUST-ID
075570     READ TIER-HISTORY-FILE
075575         INVALID KEY
075577             CONTINUE
075579     END-READ
075581     IF NOT IQ-HIST-OK AND NOT IQ-HIST-NO-RECORD
075583         DISPLAY "ERROR READING TIER-HISTORY-FILE - FILE STATUS "
075585             IQ-HIST-STATUS " - CUST-ID " IQ-WORK-ID
075587         MOVE 'Y' TO IQ-IO-ERROR-FLAG
075589         MOVE IQ-HIST-STATUS TO IR-TIER-ERR-STATUS
075591         WRITE INQ-REPORT-LINE FROM IR-TIER-ERROR-LINE
075593         GO TO 2300-EXIT
075595     END-IF
075600     IF NOT IQ-HIST-OK
075700         WRITE INQ-REPORT-LINE FROM IR-NO-TIER-LINE
075800         GO TO 2300-EXIT
075900     END-IF
076000
076100     MOVE HIST-TIER TO IQ-TIER-WORK-CODE
076200     PERFORM 2600-FORMAT-TIER-NAME
076300         THRU 2600-EXIT
076400     MOVE IQ-TIER-WORK-NAME TO IR-CURR-TIER
076500
076600     IF HIST-PRIOR-TIER = SPACE
076700         MOVE "NONE" TO IR-PRIOR-TIER
076800     ELSE
076900         MOVE HIST-PRIOR-TIER TO IQ-TIER-WORK-CODE
077000         PERFORM 2600-FORMAT-TIER-NAME
077100             THRU 2600-EXIT
077200         MOVE IQ-TIER-WORK-NAME TO IR-PRIOR-TIER
077300     END-IF
077400
077500     MOVE HIST-RUN-DATE TO IR-TIER-DATE
077600     MOVE HIST-BALANCE TO IR-TIER-BALANCE
077700     WRITE INQ-REPORT-LINE FROM IR-TIER-LINE.
077800
077900 2300-EXIT.
091300     IF IQ-MAST-AVAIL
091400         CLOSE CUSTOMER-MASTER
091500     END-IF
091510     IF IQ-HIST-AVAIL
091520         CLOSE TIER-HISTORY-FILE
091530     END-IF
091600     CLOSE INQ-REPORT-FILE
091700     IF NOT IQ-RPT-OK
091800         DISPLAY "ERROR CLOSING INQ-REPORT-FILE - FILE STATUS "
