000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTASOF.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    CUSTOMER MASTER AS-OF RECONSTRUCTION.  ANSWERS "WHAT DID
000900*    THIS CUSTOMER'S RECORD LOOK LIKE AT THE CLOSE OF DATE X"
001000*    WITHOUT A TAPE RESTORE AND WITHOUT TOUCHING THE LIVE FILE.
001100*    THE AS-OF DATE (YYYYMMDD) IS THE PARM.  THE CURRENT
001200*    CUSTOMER-MASTER IS READ (INPUT ONLY) AND EVERY JOURNAL
001300*    ENTRY DATED AFTER THE AS-OF DATE IS UNWOUND FROM IT BY ITS
001400*    BEFORE IMAGE, THE SAME REVERSAL CUSTBKOUT APPLIES - AN ADD
001500*    TAKES THE CUSTOMER OFF, A CLOSE PUTS IT BACK, A CHANGE OR
001600*    ADJUSTMENT RESTORES THE EARLIER IMAGE.  THE LIVE JOURNAL IS
001700*    USED AND, WHERE IT NO LONGER REACHES BACK TO THE AS-OF DATE,
001800*    THE JRNLARCH ARCHIVE AS WELL.
001900*
002000*    OUTPUT IS A SEQUENTIAL SNAPSHOT IN CUSTREC LAYOUT, IN
002100*    CUST-ID ORDER, READY TO BE READ AS A CUSTOMERBATCH EXTRACT
002200*    OR LOADED TO A WORK MASTER FOR A MASTER-MODE RERUN OF A PAST
002300*    DAY, PLUS A CONTROL REPORT - EACH CUSTOMER RECONSTRUCTED,
002400*    ADDED BACK OR REMOVED, THE COUNTS CROSS-FOOTED, AND ANY
002500*    JOURNAL GAP THAT LEAVES THE RECONSTRUCTION INCOMPLETE.
002600*
002700*    MODIFICATION HISTORY.
002800*    ------------------------------------------------------------
002900*    DATE       INIT  DESCRIPTION
003000*    ---------  ----  --------------------------------------------
003100*    10/15/2026 DT    ORIGINAL PROGRAM.
003120*    10/15/2026 DT    CUSTOMER-MASTER, THE SNAPSHOT AND THE REPORT
003140*                     ARE ONLY CLOSED WHEN THEY OPENED, AND A
003160*                     REPORT FILE THAT DOES NOT OPEN ABORTS THE
003180*                     RUN.
003200*    ------------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100*----------------------------------------------------------------
004200* DD-NAME-STYLE LITERALS, THE SAME CONVENTION CUSTMAINT AND
004300* CUSTBKOUT USE, SO ONE COMPILED COPY CAN RECONSTRUCT ANY
004400* REGIONAL CUSTOMER-MASTER BY POINTING THE DD NAMES AT THAT
004500* REGION'S FILE SET.
004600*----------------------------------------------------------------
004700     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
004800         FILE STATUS IS AS-JRNL-STATUS.
004900
005000     SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO "JRNLARCH"
005100         FILE STATUS IS AS-ARCH-STATUS.
005200
005300     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS MAST-CUST-ID
005700         FILE STATUS IS AS-MASTER-STATUS.
005800
005900     SELECT SNAPSHOT-FILE ASSIGN TO "ASOFFILE"
006000         FILE STATUS IS AS-SNAP-STATUS.
006100
006200     SELECT ASOF-REPORT-FILE ASSIGN TO "ASRPFILE"
006300         FILE STATUS IS AS-RPT-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700
006800*================================================================
006900* JOURNAL-FILE - THE LIVE AUDIT JOURNAL WRITTEN BY CUSTMAINT,
007000* SHARED JRNLREC LAYOUT.  THE ARCHIVE CARRIES THE SAME 106-BYTE
007100* RECORD AS A RAW IMAGE; BOTH ARE MOVED TO AS-REPLAY-REC BEFORE
007200* THEY ARE UNWOUND SO ONE PARAGRAPH SERVES EITHER FILE.
007300*================================================================
007400 FD  JOURNAL-FILE.
007500 01  JOURNAL-REC.
007600     COPY JRNLREC.
007700
007800 FD  JOURNAL-ARCHIVE-FILE.
007900 01  JOURNAL-ARCHIVE-REC         PIC X(106).
008000
008100*================================================================
008200* CUSTOMER-MASTER IS OPENED INPUT AND READ SEQUENTIALLY ONLY -
008300* THIS RUN NEVER UPDATES THE LIVE FILE.  MAST- PREFIX AS IN THE
008400* OTHER PROGRAMS THAT READ IT.
008500*================================================================
008600 FD  CUSTOMER-MASTER.
008700 01  MASTER-REC.
008800     COPY CUSTREC REPLACING CUST-ID           BY MAST-CUST-ID
008900                            NAME              BY MAST-NAME
009000                            BALANCE           BY MAST-BALANCE
009100                            REGION-CODE       BY MAST-REGION-CODE
009200                            ACCOUNT-OPEN-DATE
009300                                BY MAST-ACCOUNT-OPEN-DATE.
009400
009500*================================================================
009600* SNAPSHOT-FILE - THE RECONSTRUCTED MASTER AS AT THE CLOSE OF
009700* THE AS-OF DATE, ONE CUSTREC IMAGE PER CUSTOMER THEN ON FILE.
009800*================================================================
009900 FD  SNAPSHOT-FILE.
010000 01  SNAPSHOT-REC                PIC X(45).
010100
010200*================================================================
010300* ASOF-REPORT-FILE IS THE PRINTED CONTROL REPORT - ONE 132-BYTE
010400* PRINT IMAGE PER LINE, THE SAME CONVENTION AS THE OTHER
010500* REPORTS IN THIS SYSTEM.
010600*================================================================
010700 FD  ASOF-REPORT-FILE.
010800 01  ASOF-REPORT-LINE            PIC X(132).
010900
011000 WORKING-STORAGE SECTION.
011100
011200 01  AS-SWITCHES.
011300     05  AS-JRNL-STATUS          PIC X(02) VALUE SPACES.
011400         88  AS-JRNL-OK                  VALUE '00'.
011500         88  AS-JRNL-NOT-FOUND           VALUE '35'.
011600     05  AS-ARCH-STATUS          PIC X(02) VALUE SPACES.
011700         88  AS-ARCH-OK                  VALUE '00'.
011800         88  AS-ARCH-NOT-FOUND           VALUE '35'.
011900     05  AS-MASTER-STATUS        PIC X(02) VALUE SPACES.
012000         88  AS-MASTER-OK                VALUE '00'.
012100     05  AS-SNAP-STATUS          PIC X(02) VALUE SPACES.
012200         88  AS-SNAP-OK                  VALUE '00'.
012300     05  AS-RPT-STATUS           PIC X(02) VALUE SPACES.
012400         88  AS-RPT-OK                   VALUE '00'.
012500     05  AS-MASTER-EOF-FLAG      PIC X(01) VALUE 'N'.
012600         88  AS-MASTER-EOF               VALUE 'Y'.
012700     05  AS-JRNL-EOF-FLAG        PIC X(01) VALUE 'N'.
012800         88  AS-JRNL-EOF                 VALUE 'Y'.
012900     05  AS-ARCH-EOF-FLAG        PIC X(01) VALUE 'N'.
013000         88  AS-ARCH-EOF                 VALUE 'Y'.
013100     05  AS-ABORT-FLAG           PIC X(01) VALUE 'N'.
013200         88  AS-ABORTED                  VALUE 'Y'.
013300     05  AS-IO-ERROR-FLAG        PIC X(01) VALUE 'N'.
013400         88  AS-IO-ERROR                 VALUE 'Y'.
013500     05  AS-ARCH-NEEDED-FLAG     PIC X(01) VALUE 'N'.
013600         88  AS-ARCH-NEEDED              VALUE 'Y'.
013700     05  AS-ARCH-MISSING-FLAG    PIC X(01) VALUE 'N'.
013800         88  AS-ARCH-MISSING             VALUE 'Y'.
013900     05  AS-SHORT-REACH-FLAG     PIC X(01) VALUE 'N'.
014000         88  AS-SHORT-REACH              VALUE 'Y'.
014100     05  AS-CROSS-FOOT-FLAG      PIC X(01) VALUE 'N'.
014200         88  AS-CROSS-FOOT-OK            VALUE 'Y'.
014210     05  AS-MASTER-OPEN-FLAG     PIC X(01) VALUE 'N'.
014220         88  AS-MASTER-OPEN              VALUE 'Y'.
014230     05  AS-SNAP-OPEN-FLAG       PIC X(01) VALUE 'N'.
014240         88  AS-SNAP-OPEN                VALUE 'Y'.
014250     05  AS-RPT-OPEN-FLAG        PIC X(01) VALUE 'N'.
014260         88  AS-RPT-OPEN                 VALUE 'Y'.
014300
014400 01  AS-PARM-CARD                PIC X(20) VALUE SPACES.
014500 01  AS-ASOF-DATE                PIC 9(08) VALUE 0.
014600 01  AS-RUN-DATE                 PIC 9(08) VALUE 0.
014700 01  AS-LIVE-FIRST-DATE          PIC 9(08) VALUE 99999999.
014800 01  AS-ARCH-FIRST-DATE          PIC 9(08) VALUE 99999999.
014900 01  AS-ACTION-TEXT              PIC X(36) VALUE SPACES.
015000
015100 01  AS-COUNTERS.
015200     05  AS-COUNT-MASTER-READ    PIC 9(07) VALUE 0.
015300     05  AS-COUNT-LIVE-READ      PIC 9(07) VALUE 0.
015400     05  AS-COUNT-LIVE-USED      PIC 9(07) VALUE 0.
015500     05  AS-COUNT-ARCH-READ      PIC 9(07) VALUE 0.
015600     05  AS-COUNT-ARCH-USED      PIC 9(07) VALUE 0.
015700     05  AS-COUNT-RECONSTRUCTED  PIC 9(07) VALUE 0.
015800     05  AS-COUNT-ADDED-BACK     PIC 9(07) VALUE 0.
015900     05  AS-COUNT-REMOVED        PIC 9(07) VALUE 0.
016000     05  AS-COUNT-UNCHANGED      PIC 9(07) VALUE 0.
016100     05  AS-COUNT-WRITTEN        PIC 9(07) VALUE 0.
016200     05  AS-COUNT-CHAIN-BREAKS   PIC 9(07) VALUE 0.
016300     05  AS-COUNT-MASTER-BREAKS  PIC 9(07) VALUE 0.
016400     05  AS-COUNT-BAD-JRNL       PIC 9(07) VALUE 0.
016500     05  AS-COUNT-GAPS           PIC 9(07) VALUE 0.
016600     05  AS-CURR-BAL-TOTAL       PIC S9(11)V99 VALUE 0.
016700     05  AS-ASOF-BAL-TOTAL       PIC S9(11)V99 VALUE 0.
016800
016900 01  AS-CUST-SUB                 PIC 9(06) VALUE 0.
017000 01  AS-FOOT-COUNT               PIC 9(07) VALUE 0.
017100
017200*================================================================
017300* AS-REPLAY-REC HOLDS THE JOURNAL RECORD BEING UNWOUND, TAKEN
017400* FROM EITHER THE LIVE FILE OR THE ARCHIVE.  PREFIXED RPL- SO
017500* THE LIVE COPY IN THE FILE SECTION STAYS UNAMBIGUOUS.
017600*================================================================
017700 01  AS-REPLAY-REC.
017800     COPY JRNLREC REPLACING JRNL-RUN-DATE     BY RPL-RUN-DATE
017900                            JRNL-TRAN-SEQ     BY RPL-TRAN-SEQ
018000                            JRNL-TRAN-CODE    BY RPL-TRAN-CODE
018100                            JRNL-BEFORE-IMAGE BY RPL-BEFORE-IMAGE
018200                            JRNL-AFTER-IMAGE  BY RPL-AFTER-IMAGE.
018300
018400*================================================================
018500* AS-IMAGE-REC UNPACKS A JOURNAL IMAGE SO THE CUST-ID KEY CAN BE
018600* PICKED OUT OF IT; AS-ASOF-REC AND AS-CURR-REC UNPACK THE TWO
018700* SIDES OF A CUSTOMER FOR THE REPORT.  EACH IS PREFIXED THE WAY
018800* THE OTHER PROGRAMS PREFIX THEIR EXTRA COPIES OF CUSTREC.
018900*================================================================
019000 01  AS-IMAGE-REC.
019100     COPY CUSTREC REPLACING CUST-ID           BY IMG-CUST-ID
019200                            NAME              BY IMG-NAME
019300                            BALANCE           BY IMG-BALANCE
019400                            REGION-CODE       BY IMG-REGION-CODE
019500                            ACCOUNT-OPEN-DATE
019600                                BY IMG-ACCOUNT-OPEN-DATE.
019700
019800 01  AS-ASOF-REC.
019900     COPY CUSTREC REPLACING CUST-ID           BY ASOF-CUST-ID
020000                            NAME              BY ASOF-NAME
020100                            BALANCE           BY ASOF-BALANCE
020200                            REGION-CODE       BY ASOF-REGION-CODE
020300                            ACCOUNT-OPEN-DATE
020400                                BY ASOF-ACCOUNT-OPEN-DATE.
020500
020600 01  AS-CURR-REC.
020700     COPY CUSTREC REPLACING CUST-ID           BY CURR-CUST-ID
020800                            NAME              BY CURR-NAME
020900                            BALANCE           BY CURR-BALANCE
021000                            REGION-CODE       BY CURR-REGION-CODE
021100                            ACCOUNT-OPEN-DATE
021200                                BY CURR-ACCOUNT-OPEN-DATE.
021300
021400*================================================================
021500* AS-IMAGE-TABLE IS DIRECT-INDEXED BY CUST-ID THE SAME WAY THE
021600* CUSTOMERBATCH TIER TABLES ARE.  AN IMAGE OF SPACES MEANS NOT
021700* ON FILE.
021800*   AS-CURR-IMAGE   THE CUSTOMER AS IT STANDS ON THE MASTER NOW.
021900*   AS-ASOF-IMAGE   THE BEFORE IMAGE OF THE OLDEST JOURNAL ENTRY
022000*                   DATED AFTER THE AS-OF DATE - WHERE A FULL
022100*                   NEWEST-FIRST UNWIND LEAVES THE CUSTOMER.
022200*   AS-LAST-AFTER   THE AFTER IMAGE OF THE LATEST ENTRY SEEN, SO
022300*                   EACH ENTRY CAN BE CHAINED TO THE ONE BEFORE
022400*                   IT AND THE LAST ONE TO THE MASTER.
022500*   AS-SEEN-FLAG    'Y' ONCE ANY ENTRY AFTER THE AS-OF DATE HAS
022600*                   BEEN UNWOUND FOR THE CUSTOMER.
022700*   AS-GAP-CODE     'B' AN ENTRY'S BEFORE IMAGE DID NOT MATCH THE
022800*                   PRIOR ENTRY'S AFTER IMAGE; 'M' THE LAST AFTER
022900*                   IMAGE DOES NOT MATCH THE MASTER.  EITHER WAY
023000*                   JOURNAL RECORDS ARE MISSING FOR THE CUSTOMER.
023100*================================================================
023200 01  AS-IMAGE-TABLE.
023300     05  AS-IMAGE-ENTRY OCCURS 99999 TIMES.
023400         10  AS-CURR-IMAGE       PIC X(45) VALUE SPACES.
023500         10  AS-ASOF-IMAGE       PIC X(45) VALUE SPACES.
023600         10  AS-LAST-AFTER       PIC X(45) VALUE SPACES.
023700         10  AS-SEEN-FLAG        PIC X(01) VALUE 'N'.
023800         10  AS-GAP-CODE         PIC X(01) VALUE SPACE.
023900
024000*================================================================
024100* PRINT-LINE LAYOUTS FOR ASOF-REPORT-FILE.
024200*================================================================
024300 01  AP-TITLE-LINE.
024400     05  FILLER              PIC X(40) VALUE SPACES.
024500     05  FILLER              PIC X(38)
024600         VALUE "CUSTOMER MASTER AS-OF RECONSTRUCTION".
024700     05  FILLER              PIC X(54) VALUE SPACES.
024800
024900 01  AP-DATE-LINE.
025000     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
025100     05  AP-RUN-DATE         PIC 9(08).
025200     05  FILLER              PIC X(05) VALUE SPACES.
025300     05  FILLER              PIC X(21)
025400         VALUE "MASTER AS AT CLOSE OF".
025500     05  FILLER              PIC X(01) VALUE SPACE.
025600     05  AP-ASOF-DATE        PIC 9(08).
025700     05  FILLER              PIC X(79) VALUE SPACES.
025800
025900 01  AP-BLANK-LINE.
026000     05  FILLER              PIC X(132) VALUE SPACES.
026100
026200 01  AP-HEADER-LINE.
026300     05  FILLER              PIC X(08) VALUE "CUST-ID".
026400     05  FILLER              PIC X(38) VALUE "ACTION".
026500     05  FILLER              PIC X(13) VALUE "AS-OF BALANCE".
026600     05  FILLER              PIC X(02) VALUE SPACES.
026700     05  FILLER              PIC X(13) VALUE " CURR BALANCE".
026800     05  FILLER              PIC X(02) VALUE SPACES.
026900     05  FILLER              PIC X(11) VALUE "JOURNAL GAP".
027000     05  FILLER              PIC X(45) VALUE SPACES.
027100
027200 01  AP-DETAIL-LINE.
027300     05  AP-CUST-ID          PIC 9(05).
027400     05  FILLER              PIC X(03) VALUE SPACES.
027500     05  AP-ACTION           PIC X(36).
027600     05  FILLER              PIC X(02) VALUE SPACES.
027700     05  AP-ASOF-BAL         PIC -Z,ZZZ,ZZ9.99.
027800     05  FILLER              PIC X(02) VALUE SPACES.
027900     05  AP-CURR-BAL         PIC -Z,ZZZ,ZZ9.99.
028000     05  FILLER              PIC X(02) VALUE SPACES.
028100     05  AP-GAP-TEXT         PIC X(34).
028200     05  FILLER              PIC X(22) VALUE SPACES.
028300
028400 01  AP-BAD-JRNL-LINE.
028500     05  FILLER              PIC X(26)
028600         VALUE "*** UNUSABLE JOURNAL ENTRY".
028700     05  FILLER              PIC X(10) VALUE " RUN DATE ".
028800     05  AP-BAD-RUN-DATE     PIC 9(08).
028900     05  FILLER              PIC X(05) VALUE " SEQ ".
029000     05  AP-BAD-TRAN-SEQ     PIC 9(07).
029100     05  FILLER              PIC X(25)
029200         VALUE " - NO CUST-ID IN IMAGES".
029300     05  FILLER              PIC X(51) VALUE SPACES.
029400
029500 01  AP-TOTAL-LINE.
029600     05  AP-LABEL            PIC X(30).
029700     05  FILLER              PIC X(05) VALUE SPACES.
029800     05  AP-COUNT            PIC ZZZZZZ9.
029900     05  FILLER              PIC X(90) VALUE SPACES.
030000
030100 01  AP-AMOUNT-LINE.
030200     05  AP-AMT-LABEL        PIC X(30).
030300     05  FILLER              PIC X(05) VALUE SPACES.
030400     05  AP-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
030500     05  FILLER              PIC X(82) VALUE SPACES.
030600
030700 01  AP-NOTE-LINE.
030800     05  FILLER              PIC X(04) VALUE "*** ".
030900     05  AP-NOTE-TEXT        PIC X(60).
031000     05  FILLER              PIC X(68) VALUE SPACES.
031100
031200 01  AP-CROSS-FOOT-LINE.
031300     05  FILLER              PIC X(16) VALUE "CROSS-FOOT:".
031400     05  AP-CROSS-FOOT-TEXT  PIC X(50).
031500     05  FILLER              PIC X(66) VALUE SPACES.
031600
031700 01  AP-ABORT-LINE.
031800     05  FILLER              PIC X(29)
031900         VALUE "*** RECONSTRUCTION ABORTED - ".
032000     05  AP-ABORT-TEXT       PIC X(60).
032100     05  FILLER              PIC X(43) VALUE SPACES.
032200
032300 PROCEDURE DIVISION.
032400
032500 0000-MAINLINE.
032600
032700     PERFORM 1000-INITIALIZE
032800         THRU 1000-EXIT
032900
033000     IF NOT AS-ABORTED
033100         PERFORM 2000-LOAD-MASTER
033200             THRU 2000-EXIT
033300     END-IF
033400
033500     IF NOT AS-ABORTED
033600         PERFORM 3000-CHECK-JOURNAL-REACH
033700             THRU 3000-EXIT
033800     END-IF
033900
034000*----------------------------------------------------------------
034100* THE ARCHIVE HOLDS THE OLDER ENTRIES, SO IT IS UNWOUND BEFORE
034200* THE LIVE JOURNAL - EACH CUSTOMER'S ENTRIES MUST BE MET OLDEST
034300* FIRST FOR THE CHAIN CHECK TO HOLD.
034400*----------------------------------------------------------------
034500     IF NOT AS-ABORTED AND AS-ARCH-NEEDED
034600         PERFORM 3100-REPLAY-ARCHIVE
034700             THRU 3100-EXIT
034800     END-IF
034900
035000     IF NOT AS-ABORTED
035100         PERFORM 3200-REPLAY-LIVE
035200             THRU 3200-EXIT
035300     END-IF
035400
035500     IF NOT AS-ABORTED
035600         WRITE ASOF-REPORT-LINE FROM AP-HEADER-LINE
035700         PERFORM 4000-BUILD-SNAPSHOT
035800             THRU 4000-EXIT
035900     END-IF
036000
036100     PERFORM 8000-PRINT-SUMMARY
036200         THRU 8000-EXIT
036300
036400     DISPLAY "MASTER RECORDS READ: " AS-COUNT-MASTER-READ
036500     DISPLAY "CUSTOMERS RECONSTRUCTED: " AS-COUNT-RECONSTRUCTED
036600     DISPLAY "CUSTOMERS ADDED BACK: " AS-COUNT-ADDED-BACK
036700     DISPLAY "CUSTOMERS REMOVED: " AS-COUNT-REMOVED
036800     DISPLAY "SNAPSHOT RECORDS WRITTEN: " AS-COUNT-WRITTEN
036900     DISPLAY "JOURNAL GAPS: " AS-COUNT-GAPS
037000
037100     PERFORM 9000-TERMINATE
037200         THRU 9000-EXIT
037300
037400*----------------------------------------------------------------
037500* SEVERITY FOR THE SCHEDULER - RC=8 WHEN THE RUN ABORTED, A FILE
037600* HIT A BAD STATUS OR THE CROSS-FOOT FAILED (THE SNAPSHOT IS NOT
037700* TO BE USED); RC=4 WHEN A JOURNAL GAP MAKES THE SNAPSHOT
037800* INCOMPLETE FOR THE CUSTOMERS FLAGGED; RC=0 ONLY WHEN THE
037900* JOURNAL CHAINED CLEANLY BACK TO THE AS-OF DATE.
038000*----------------------------------------------------------------
038100     IF AS-ABORTED OR AS-IO-ERROR OR NOT AS-CROSS-FOOT-OK
038200         MOVE 8 TO RETURN-CODE
038300     ELSE
038400         IF AS-COUNT-GAPS > ZERO
038500             MOVE 4 TO RETURN-CODE
038600         END-IF
038700     END-IF
038800
038900     STOP RUN.
039000
039100 1000-INITIALIZE.
039200*----------------------------------------------------------------
039300* THE PARM CARRIES THE AS-OF DATE (YYYYMMDD) - THE SNAPSHOT IS
039400* THE MASTER AS IT STOOD AFTER THE LAST MAINTENANCE RUN DATED ON
039500* OR BEFORE IT.  A MISSING OR NON-NUMERIC PARM ABORTS THE RUN -
039600* A SNAPSHOT FOR THE WRONG DAY IS WORSE THAN NONE.
039700*----------------------------------------------------------------
039800     ACCEPT AS-PARM-CARD FROM COMMAND-LINE
039900
040000     IF AS-PARM-CARD(1:8) IS NOT NUMERIC
040100         DISPLAY "AS-OF DATE PARM MISSING OR NOT NUMERIC"
040200         MOVE 'Y' TO AS-ABORT-FLAG
040300     ELSE
040400         MOVE AS-PARM-CARD(1:8) TO AS-ASOF-DATE
040500     END-IF
040600
040700     ACCEPT AS-RUN-DATE FROM DATE YYYYMMDD
040800
040870     OPEN OUTPUT ASOF-REPORT-FILE
040940     IF NOT AS-RPT-OK
041010         DISPLAY "ERROR OPENING ASOF-REPORT-FILE - FILE STATUS "
041080             AS-RPT-STATUS
041150         MOVE 'Y' TO AS-IO-ERROR-FLAG
041220         MOVE 'Y' TO AS-ABORT-FLAG
041290         GO TO 1000-EXIT
041360     END-IF
041430     MOVE 'Y' TO AS-RPT-OPEN-FLAG
041500
041600     WRITE ASOF-REPORT-LINE FROM AP-TITLE-LINE
041700     MOVE AS-RUN-DATE TO AP-RUN-DATE
041800     MOVE AS-ASOF-DATE TO AP-ASOF-DATE
041900     WRITE ASOF-REPORT-LINE FROM AP-DATE-LINE
042000     WRITE ASOF-REPORT-LINE FROM AP-BLANK-LINE
042100
042200     IF AS-ABORTED
042300         MOVE "AS-OF DATE PARM MISSING OR NOT NUMERIC"
042400             TO AP-ABORT-TEXT
042500         WRITE ASOF-REPORT-LINE FROM AP-ABORT-LINE
042600         GO TO 1000-EXIT
042700     END-IF
042800
042900     OPEN INPUT CUSTOMER-MASTER
043000     IF NOT AS-MASTER-OK
043100         DISPLAY "ERROR OPENING CUSTOMER-MASTER - FILE STATUS "
043200             AS-MASTER-STATUS
043300         MOVE "CUSTOMER-MASTER DID NOT OPEN" TO AP-ABORT-TEXT
043400         WRITE ASOF-REPORT-LINE FROM AP-ABORT-LINE
043500         MOVE 'Y' TO AS-ABORT-FLAG
043600         GO TO 1000-EXIT
043700     END-IF
043750     MOVE 'Y' TO AS-MASTER-OPEN-FLAG
043800
043900     OPEN OUTPUT SNAPSHOT-FILE
044000     IF NOT AS-SNAP-OK
044100         DISPLAY "ERROR OPENING SNAPSHOT-FILE - FILE STATUS "
044200             AS-SNAP-STATUS
044300         MOVE "SNAPSHOT-FILE DID NOT OPEN" TO AP-ABORT-TEXT
044400         WRITE ASOF-REPORT-LINE FROM AP-ABORT-LINE
044500         MOVE 'Y' TO AS-ABORT-FLAG
044550         GO TO 1000-EXIT
044600     END-IF
044650     MOVE 'Y' TO AS-SNAP-OPEN-FLAG.
044700
044800 1000-EXIT.
044900     EXIT.
045000
045100 2000-LOAD-MASTER.
045200*----------------------------------------------------------------
045300* THE CURRENT MASTER IS THE STARTING POINT OF THE UNWIND - EVERY
045400* RECORD GOES INTO AS-IMAGE-TABLE UNDER ITS CUST-ID.
045500*----------------------------------------------------------------
045600     MOVE 'N' TO AS-MASTER-EOF-FLAG
045700     PERFORM 2100-READ-MASTER-REC
045800         THRU 2100-EXIT
045900         UNTIL AS-MASTER-EOF.
046000
046100 2000-EXIT.
046200     EXIT.
046300
046400 2100-READ-MASTER-REC.
046500     READ CUSTOMER-MASTER
046600         AT END
046700             MOVE 'Y' TO AS-MASTER-EOF-FLAG
046800         NOT AT END
046900             ADD 1 TO AS-COUNT-MASTER-READ
047000             ADD MAST-BALANCE TO AS-CURR-BAL-TOTAL
047100             MOVE MAST-CUST-ID TO AS-CUST-SUB
047200             MOVE MASTER-REC TO AS-CURR-IMAGE(AS-CUST-SUB)
047300     END-READ
047400
047500*    A READ FAILURE THAT IS NOT A CLEAN EOF MUST NOT SPIN THE
047600*    LOAD LOOP - A PARTLY LOADED MASTER WOULD GIVE A WRONG
047700*    SNAPSHOT, SO THE RUN IS ABORTED.
047800     IF NOT AS-MASTER-OK AND NOT AS-MASTER-EOF
047900         DISPLAY "ERROR READING CUSTOMER-MASTER - FILE STATUS "
048000             AS-MASTER-STATUS
048100         MOVE "CUSTOMER-MASTER READ ERROR" TO AP-ABORT-TEXT
048200         WRITE ASOF-REPORT-LINE FROM AP-ABORT-LINE
048300         MOVE 'Y' TO AS-ABORT-FLAG
048400         MOVE 'Y' TO AS-MASTER-EOF-FLAG
048500     END-IF.
048600
048700 2100-EXIT.
048800     EXIT.
048900
049000 3000-CHECK-JOURNAL-REACH.
049100*----------------------------------------------------------------
049200* THE JRNLARCH HOUSEKEEPING RUN TRIMS THE OLDEST DATES OFF THE
049300* LIVE JOURNAL.  WHEN THE FIRST LIVE ENTRY IS ALREADY PAST THE
049400* AS-OF DATE, ENTRIES THE UNWIND NEEDS MAY HAVE BEEN MOVED TO THE
049500* ARCHIVE, SO THE ARCHIVE IS READ AS WELL.  A JOURNAL THAT HAS
049600* NEVER BEEN WRITTEN IS TAKEN AS EMPTY.
049700*----------------------------------------------------------------
049800     OPEN INPUT JOURNAL-FILE
049900
050000     IF AS-JRNL-NOT-FOUND
050100         MOVE 'Y' TO AS-ARCH-NEEDED-FLAG
050200         GO TO 3000-EXIT
050300     END-IF
050400
050500     IF NOT AS-JRNL-OK
050600         DISPLAY "ERROR OPENING JOURNAL-FILE - FILE STATUS "
050700             AS-JRNL-STATUS
050800         MOVE "JOURNAL-FILE DID NOT OPEN" TO AP-ABORT-TEXT
050900         WRITE ASOF-REPORT-LINE FROM AP-ABORT-LINE
051000         MOVE 'Y' TO AS-ABORT-FLAG
051100         GO TO 3000-EXIT
051200     END-IF
051300
051400     MOVE 'N' TO AS-JRNL-EOF-FLAG
051500     READ JOURNAL-FILE
051600         AT END
051700             MOVE 'Y' TO AS-JRNL-EOF-FLAG
051800         NOT AT END
051900             MOVE JRNL-RUN-DATE TO AS-LIVE-FIRST-DATE
052000     END-READ
052100
052200     IF NOT AS-JRNL-OK AND NOT AS-JRNL-EOF
052300         DISPLAY "ERROR READING JOURNAL-FILE - FILE STATUS "
052400             AS-JRNL-STATUS
052500         MOVE "JOURNAL-FILE READ ERROR" TO AP-ABORT-TEXT
052600         WRITE ASOF-REPORT-LINE FROM AP-ABORT-LINE
052700         MOVE 'Y' TO AS-ABORT-FLAG
052800     END-IF
052900     CLOSE JOURNAL-FILE
053000
053100     IF AS-LIVE-FIRST-DATE > AS-ASOF-DATE
053200         MOVE 'Y' TO AS-ARCH-NEEDED-FLAG
053300     END-IF.
053400
053500 3000-EXIT.
053600     EXIT.
053700
053800 3100-REPLAY-ARCHIVE.
053900*----------------------------------------------------------------
054000* NO ARCHIVE ON THE SYSTEM IS NOT AN ERROR, BUT THE JOURNAL THEN
054100* CANNOT BE SHOWN TO REACH BACK TO THE AS-OF DATE - THE REPORT
054200* FLAGS IT AS A GAP.  THE SAME FLAG IS RAISED WHEN THE ARCHIVE
054300* ITSELF STARTS AFTER THE AS-OF DATE.
054400*----------------------------------------------------------------
054500     OPEN INPUT JOURNAL-ARCHIVE-FILE
054600
054700     IF AS-ARCH-NOT-FOUND
054800         MOVE 'Y' TO AS-ARCH-MISSING-FLAG
054900         MOVE 'Y' TO AS-SHORT-REACH-FLAG
055000         GO TO 3100-EXIT
055100     END-IF
055200
055300     IF NOT AS-ARCH-OK
055400         DISPLAY "ERROR OPENING JOURNAL-ARCHIVE-FILE - FILE "
055500             "STATUS " AS-ARCH-STATUS
055600         MOVE "JOURNAL ARCHIVE DID NOT OPEN" TO AP-ABORT-TEXT
055700         WRITE ASOF-REPORT-LINE FROM AP-ABORT-LINE
055800         MOVE 'Y' TO AS-ABORT-FLAG
055900         GO TO 3100-EXIT
056000     END-IF
056100
056200     MOVE 'N' TO AS-ARCH-EOF-FLAG
056300     PERFORM 3110-READ-ARCHIVE-REC
056400         THRU 3110-EXIT
056500         UNTIL AS-ARCH-EOF OR AS-ABORTED
056600     CLOSE JOURNAL-ARCHIVE-FILE
056700
056800     IF AS-ARCH-FIRST-DATE > AS-ASOF-DATE
056900         MOVE 'Y' TO AS-SHORT-REACH-FLAG
057000     END-IF.
057100
057200 3100-EXIT.
057300     EXIT.
057400
057500 3110-READ-ARCHIVE-REC.
057600*----------------------------------------------------------------
057700* AN ARCHIVED ENTRY DATED ON OR AFTER THE FIRST LIVE DATE IS
057800* ALSO STILL ON THE LIVE JOURNAL (AN ARCHIVAL RUN STOPPED BETWEEN
057900* ITS PASSES) AND IS LEFT FOR THE LIVE PASS TO UNWIND, SO IT IS
058000* NOT COUNTED TWICE.
058100*----------------------------------------------------------------
058200     READ JOURNAL-ARCHIVE-FILE
058300         AT END
058400             MOVE 'Y' TO AS-ARCH-EOF-FLAG
058500         NOT AT END
058600             ADD 1 TO AS-COUNT-ARCH-READ
058700             MOVE JOURNAL-ARCHIVE-REC TO AS-REPLAY-REC
058800             IF AS-COUNT-ARCH-READ = 1
058900                 MOVE RPL-RUN-DATE TO AS-ARCH-FIRST-DATE
059000             END-IF
059100             IF RPL-RUN-DATE > AS-ASOF-DATE
059200                AND RPL-RUN-DATE < AS-LIVE-FIRST-DATE
059300                 ADD 1 TO AS-COUNT-ARCH-USED
059400                 PERFORM 3300-UNWIND-ONE-REC
059500                     THRU 3300-EXIT
059600             END-IF
059700     END-READ
059800
059900     IF NOT AS-ARCH-OK AND NOT AS-ARCH-EOF
060000         DISPLAY "ERROR READING JOURNAL-ARCHIVE-FILE - FILE "
060100             "STATUS " AS-ARCH-STATUS
060200         MOVE "JOURNAL ARCHIVE READ ERROR" TO AP-ABORT-TEXT
060300         WRITE ASOF-REPORT-LINE FROM AP-ABORT-LINE
060400         MOVE 'Y' TO AS-ABORT-FLAG
060500     END-IF.
060600
060700 3110-EXIT.
060800     EXIT.
060900
061000 3200-REPLAY-LIVE.
061100     OPEN INPUT JOURNAL-FILE
061200
061300     IF AS-JRNL-NOT-FOUND
061400         GO TO 3200-EXIT
061500     END-IF
061600
061700     IF NOT AS-JRNL-OK
061800         DISPLAY "ERROR OPENING JOURNAL-FILE - FILE STATUS "
061900             AS-JRNL-STATUS
062000         MOVE "JOURNAL-FILE DID NOT OPEN" TO AP-ABORT-TEXT
062100         WRITE ASOF-REPORT-LINE FROM AP-ABORT-LINE
062200         MOVE 'Y' TO AS-ABORT-FLAG
062300         GO TO 3200-EXIT
062400     END-IF
062500
062600     MOVE 'N' TO AS-JRNL-EOF-FLAG
062700     PERFORM 3210-READ-JOURNAL-REC
062800         THRU 3210-EXIT
062900         UNTIL AS-JRNL-EOF OR AS-ABORTED
063000     CLOSE JOURNAL-FILE.
063100
063200 3200-EXIT.
063300     EXIT.
063400
063500 3210-READ-JOURNAL-REC.
063600     READ JOURNAL-FILE
063700         AT END
063800             MOVE 'Y' TO AS-JRNL-EOF-FLAG
063900         NOT AT END
064000             ADD 1 TO AS-COUNT-LIVE-READ
064100             IF JRNL-RUN-DATE > AS-ASOF-DATE
064200                 ADD 1 TO AS-COUNT-LIVE-USED
064300                 MOVE JOURNAL-REC TO AS-REPLAY-REC
064400                 PERFORM 3300-UNWIND-ONE-REC
064500                     THRU 3300-EXIT
064600             END-IF
064700     END-READ
064800
064900     IF NOT AS-JRNL-OK AND NOT AS-JRNL-EOF
065000         DISPLAY "ERROR READING JOURNAL-FILE - FILE STATUS "
065100             AS-JRNL-STATUS
065200         MOVE "JOURNAL-FILE READ ERROR" TO AP-ABORT-TEXT
065300         WRITE ASOF-REPORT-LINE FROM AP-ABORT-LINE
065400         MOVE 'Y' TO AS-ABORT-FLAG
065500     END-IF.
065600
065700 3210-EXIT.
065800     EXIT.
065900
066000 3300-UNWIND-ONE-REC.
066100*----------------------------------------------------------------
066200* UNWINDING NEWEST-FIRST AND RESTORING EACH BEFORE IMAGE LEAVES A
066300* CUSTOMER AT THE BEFORE IMAGE OF ITS OLDEST ENTRY AFTER THE
066400* AS-OF DATE.  THE JOURNAL IS MET OLDEST-FIRST HERE, SO THE FIRST
066500* BEFORE IMAGE SEEN FOR A CUSTOMER IS KEPT AND THE LATER ONES ARE
066600* ONLY CHAINED - THE SAME RESULT, WITHOUT HOLDING THE JOURNAL IN
066700* STORAGE THE WAY CUSTBKOUT DOES FOR ITS SINGLE RUN DATE.  THE
066800* KEY COMES FROM THE BEFORE IMAGE, OR THE AFTER IMAGE FOR AN ADD.
066900*----------------------------------------------------------------
067000     IF RPL-BEFORE-IMAGE = SPACES
067100         MOVE RPL-AFTER-IMAGE TO AS-IMAGE-REC
067200     ELSE
067300         MOVE RPL-BEFORE-IMAGE TO AS-IMAGE-REC
067400     END-IF
067500
067600     IF IMG-CUST-ID IS NOT NUMERIC OR IMG-CUST-ID = ZERO
067700         ADD 1 TO AS-COUNT-BAD-JRNL
067800         ADD 1 TO AS-COUNT-GAPS
067900         MOVE RPL-RUN-DATE TO AP-BAD-RUN-DATE
068000         MOVE RPL-TRAN-SEQ TO AP-BAD-TRAN-SEQ
068100         WRITE ASOF-REPORT-LINE FROM AP-BAD-JRNL-LINE
068200         GO TO 3300-EXIT
068300     END-IF
068400
068500     MOVE IMG-CUST-ID TO AS-CUST-SUB
068600
068700     IF AS-SEEN-FLAG(AS-CUST-SUB) = 'Y'
068800         IF RPL-BEFORE-IMAGE NOT = AS-LAST-AFTER(AS-CUST-SUB)
068900            AND AS-GAP-CODE(AS-CUST-SUB) = SPACE
069000             MOVE 'B' TO AS-GAP-CODE(AS-CUST-SUB)
069100             ADD 1 TO AS-COUNT-CHAIN-BREAKS
069200         END-IF
069300     ELSE
069400         MOVE 'Y' TO AS-SEEN-FLAG(AS-CUST-SUB)
069500         MOVE RPL-BEFORE-IMAGE TO AS-ASOF-IMAGE(AS-CUST-SUB)
069600     END-IF
069700
069800     MOVE RPL-AFTER-IMAGE TO AS-LAST-AFTER(AS-CUST-SUB).
069900
070000 3300-EXIT.
070100     EXIT.
070200
070300 4000-BUILD-SNAPSHOT.
070400*----------------------------------------------------------------
070500* ONE PASS OVER EVERY POSSIBLE CUST-ID WRITES THE SNAPSHOT IN KEY
070600* ORDER AND REPORTS EACH CUSTOMER WHOSE AS-OF IMAGE DIFFERS FROM
070700* THE MASTER OR WHOSE JOURNAL CHAIN HAS A GAP.
070800*----------------------------------------------------------------
070900     PERFORM 4100-SNAPSHOT-ONE-CUST
071000         THRU 4100-EXIT
071100         VARYING AS-CUST-SUB FROM 1 BY 1
071200         UNTIL AS-CUST-SUB > 99999 OR AS-IO-ERROR.
071300
071400 4000-EXIT.
071500     EXIT.
071600
071700 4100-SNAPSHOT-ONE-CUST.
071800     MOVE AS-CURR-IMAGE(AS-CUST-SUB) TO AS-CURR-REC
071900
072000     IF AS-SEEN-FLAG(AS-CUST-SUB) = 'Y'
072100         MOVE AS-ASOF-IMAGE(AS-CUST-SUB) TO AS-ASOF-REC
072200*        THE LATEST ENTRY MUST LEAVE THE CUSTOMER EXACTLY AS THE
072300*        MASTER HAS IT NOW - IF NOT, SOMETHING CHANGED THE MASTER
072400*        THAT THE JOURNAL DOES NOT SHOW.
072500         IF AS-LAST-AFTER(AS-CUST-SUB) NOT = AS-CURR-REC
072600            AND AS-GAP-CODE(AS-CUST-SUB) = SPACE
072700             MOVE 'M' TO AS-GAP-CODE(AS-CUST-SUB)
072800             ADD 1 TO AS-COUNT-MASTER-BREAKS
072900         END-IF
073000     ELSE
073100         MOVE AS-CURR-REC TO AS-ASOF-REC
073200     END-IF
073300
073400     MOVE SPACES TO AS-ACTION-TEXT
073500
073600     EVALUATE TRUE
073700         WHEN AS-ASOF-REC = SPACES AND AS-CURR-REC = SPACES
073800             CONTINUE
073900         WHEN AS-ASOF-REC = SPACES
074000             ADD 1 TO AS-COUNT-REMOVED
074100             MOVE "REMOVED - ADDED AFTER AS-OF DATE"
074200                 TO AS-ACTION-TEXT
074300         WHEN AS-CURR-REC = SPACES
074400             ADD 1 TO AS-COUNT-ADDED-BACK
074500             MOVE "ADDED BACK - CLOSED AFTER AS-OF DATE"
074600                 TO AS-ACTION-TEXT
074700             PERFORM 4300-WRITE-SNAPSHOT-REC
074800                 THRU 4300-EXIT
074900         WHEN AS-ASOF-REC NOT = AS-CURR-REC
075000             ADD 1 TO AS-COUNT-RECONSTRUCTED
075100             MOVE "RECONSTRUCTED - EARLIER IMAGE"
075200                 TO AS-ACTION-TEXT
075300             PERFORM 4300-WRITE-SNAPSHOT-REC
075400                 THRU 4300-EXIT
075500         WHEN OTHER
075600             ADD 1 TO AS-COUNT-UNCHANGED
075700             PERFORM 4300-WRITE-SNAPSHOT-REC
075800                 THRU 4300-EXIT
075900     END-EVALUATE
076000
076100     IF AS-ACTION-TEXT NOT = SPACES
076200        OR AS-GAP-CODE(AS-CUST-SUB) NOT = SPACE
076300         PERFORM 4200-PRINT-DETAIL-LINE
076400             THRU 4200-EXIT
076500     END-IF.
076600
076700 4100-EXIT.
076800     EXIT.
076900
077000 4200-PRINT-DETAIL-LINE.
077100     MOVE AS-CUST-SUB    TO AP-CUST-ID
077200     MOVE AS-ACTION-TEXT TO AP-ACTION
077300
077400     IF AS-ASOF-REC = SPACES
077500         MOVE ZERO TO AP-ASOF-BAL
077600     ELSE
077700         MOVE ASOF-BALANCE TO AP-ASOF-BAL
077800     END-IF
077900
078000     IF AS-CURR-REC = SPACES
078100         MOVE ZERO TO AP-CURR-BAL
078200     ELSE
078300         MOVE CURR-BALANCE TO AP-CURR-BAL
078400     END-IF
078500
078600     EVALUATE AS-GAP-CODE(AS-CUST-SUB)
078700         WHEN 'B'
078800             MOVE "CHAIN BROKEN - ENTRIES MISSING"
078900                 TO AP-GAP-TEXT
079000         WHEN 'M'
079100             MOVE "LAST ENTRY DOES NOT MATCH MASTER"
079200                 TO AP-GAP-TEXT
079300         WHEN OTHER
079400             MOVE SPACES TO AP-GAP-TEXT
079500     END-EVALUATE
079600
079700     WRITE ASOF-REPORT-LINE FROM AP-DETAIL-LINE.
079800
079900 4200-EXIT.
080000     EXIT.
080100
080200 4300-WRITE-SNAPSHOT-REC.
080300     WRITE SNAPSHOT-REC FROM AS-ASOF-REC
080400     IF NOT AS-SNAP-OK
080500         DISPLAY "ERROR WRITING SNAPSHOT-FILE - FILE STATUS "
080600             AS-SNAP-STATUS
080700         MOVE 'Y' TO AS-IO-ERROR-FLAG
080800         GO TO 4300-EXIT
080900     END-IF
081000
081100     ADD 1 TO AS-COUNT-WRITTEN
081200     ADD ASOF-BALANCE TO AS-ASOF-BAL-TOTAL.
081300
081400 4300-EXIT.
081500     EXIT.
081600
081700 8000-PRINT-SUMMARY.
081800     IF AS-ABORTED
081900         GO TO 8000-EXIT
082000     END-IF
082100
082200     ADD AS-COUNT-CHAIN-BREAKS AS-COUNT-MASTER-BREAKS
082300         TO AS-COUNT-GAPS
082400     IF AS-SHORT-REACH
082500         ADD 1 TO AS-COUNT-GAPS
082600     END-IF
082700
082800     WRITE ASOF-REPORT-LINE FROM AP-BLANK-LINE
082900
083000     MOVE "MASTER RECORDS READ"         TO AP-LABEL
083100     MOVE AS-COUNT-MASTER-READ          TO AP-COUNT
083200     WRITE ASOF-REPORT-LINE FROM AP-TOTAL-LINE
083300
083400     MOVE "LIVE JOURNAL RECORDS READ"   TO AP-LABEL
083500     MOVE AS-COUNT-LIVE-READ            TO AP-COUNT
083600     WRITE ASOF-REPORT-LINE FROM AP-TOTAL-LINE
083700
083800     MOVE "LIVE JOURNAL RECORDS UNWOUND" TO AP-LABEL
083900     MOVE AS-COUNT-LIVE-USED            TO AP-COUNT
084000     WRITE ASOF-REPORT-LINE FROM AP-TOTAL-LINE
084100
084200     MOVE "ARCHIVE RECORDS READ"        TO AP-LABEL
084300     MOVE AS-COUNT-ARCH-READ            TO AP-COUNT
084400     WRITE ASOF-REPORT-LINE FROM AP-TOTAL-LINE
084500
084600     MOVE "ARCHIVE RECORDS UNWOUND"     TO AP-LABEL
084700     MOVE AS-COUNT-ARCH-USED            TO AP-COUNT
084800     WRITE ASOF-REPORT-LINE FROM AP-TOTAL-LINE
084900
085000     WRITE ASOF-REPORT-LINE FROM AP-BLANK-LINE
085100
085200     MOVE "CUSTOMERS RECONSTRUCTED"     TO AP-LABEL
085300     MOVE AS-COUNT-RECONSTRUCTED        TO AP-COUNT
085400     WRITE ASOF-REPORT-LINE FROM AP-TOTAL-LINE
085500
085600     MOVE "CUSTOMERS ADDED BACK"        TO AP-LABEL
085700     MOVE AS-COUNT-ADDED-BACK           TO AP-COUNT
085800     WRITE ASOF-REPORT-LINE FROM AP-TOTAL-LINE
085900
086000     MOVE "CUSTOMERS REMOVED"           TO AP-LABEL
086100     MOVE AS-COUNT-REMOVED              TO AP-COUNT
086200     WRITE ASOF-REPORT-LINE FROM AP-TOTAL-LINE
086300
086400     MOVE "CUSTOMERS UNCHANGED"         TO AP-LABEL
086500     MOVE AS-COUNT-UNCHANGED            TO AP-COUNT
086600     WRITE ASOF-REPORT-LINE FROM AP-TOTAL-LINE
086700
086800     MOVE "SNAPSHOT RECORDS WRITTEN"    TO AP-LABEL
086900     MOVE AS-COUNT-WRITTEN              TO AP-COUNT
087000     WRITE ASOF-REPORT-LINE FROM AP-TOTAL-LINE
087100
087200     WRITE ASOF-REPORT-LINE FROM AP-BLANK-LINE
087300
087400     MOVE "MASTER BALANCE NOW"          TO AP-AMT-LABEL
087500     MOVE AS-CURR-BAL-TOTAL             TO AP-AMOUNT
087600     WRITE ASOF-REPORT-LINE FROM AP-AMOUNT-LINE
087700
087800     MOVE "SNAPSHOT BALANCE AS OF"      TO AP-AMT-LABEL
087900     MOVE AS-ASOF-BAL-TOTAL             TO AP-AMOUNT
088000     WRITE ASOF-REPORT-LINE FROM AP-AMOUNT-LINE
088100
088200     PERFORM 8100-PRINT-GAP-SECTION
088300         THRU 8100-EXIT
088400
088500     PERFORM 8200-PRINT-CROSS-FOOT
088600         THRU 8200-EXIT.
088700
088800 8000-EXIT.
088900     EXIT.
089000
089100 8100-PRINT-GAP-SECTION.
089200*----------------------------------------------------------------
089300* A JOURNAL GAP DOES NOT STOP THE SNAPSHOT - EVERY CUSTOMER NOT
089400* FLAGGED IS STILL RECONSTRUCTED EXACTLY - BUT THE FLAGGED ONES
089500* AND ANY SHORT REACH MUST BE RESOLVED BEFORE THE SNAPSHOT IS
089600* QUOTED FOR THEM.  A RUN UNWOUND BY CUSTBKOUT, WHICH DOES NOT
089700* JOURNAL ITS REVERSALS, SHOWS UP HERE AS A BROKEN CHAIN.
089800*----------------------------------------------------------------
089900     WRITE ASOF-REPORT-LINE FROM AP-BLANK-LINE
090000
090100     MOVE "JOURNAL CHAIN BREAKS"        TO AP-LABEL
090200     MOVE AS-COUNT-CHAIN-BREAKS         TO AP-COUNT
090300     WRITE ASOF-REPORT-LINE FROM AP-TOTAL-LINE
090400
090500     MOVE "LAST ENTRY NOT MATCHING MASTER" TO AP-LABEL
090600     MOVE AS-COUNT-MASTER-BREAKS        TO AP-COUNT
090700     WRITE ASOF-REPORT-LINE FROM AP-TOTAL-LINE
090800
090900     MOVE "UNUSABLE JOURNAL ENTRIES"    TO AP-LABEL
091000     MOVE AS-COUNT-BAD-JRNL             TO AP-COUNT
091100     WRITE ASOF-REPORT-LINE FROM AP-TOTAL-LINE
091200
091300     IF AS-ARCH-MISSING
091400         MOVE "JOURNAL ARCHIVE NEEDED BUT NOT AVAILABLE"
091500             TO AP-NOTE-TEXT
091600         WRITE ASOF-REPORT-LINE FROM AP-NOTE-LINE
091700     END-IF
091800
091900     IF AS-SHORT-REACH
092000         MOVE "JOURNAL MAY NOT REACH BACK TO THE AS-OF DATE"
092100             TO AP-NOTE-TEXT
092200         WRITE ASOF-REPORT-LINE FROM AP-NOTE-LINE
092300     END-IF
092400
092500     WRITE ASOF-REPORT-LINE FROM AP-BLANK-LINE
092600     IF AS-COUNT-GAPS = ZERO
092700         MOVE "RECONSTRUCTION COMPLETE - NO JOURNAL GAPS"
092800             TO AP-NOTE-TEXT
092900     ELSE
093000         MOVE "RECONSTRUCTION INCOMPLETE - SEE JOURNAL GAPS"
093100             TO AP-NOTE-TEXT
093200     END-IF
093300     WRITE ASOF-REPORT-LINE FROM AP-NOTE-LINE.
093400
093500 8100-EXIT.
093600     EXIT.
093700
093800 8200-PRINT-CROSS-FOOT.
093900*----------------------------------------------------------------
094000* THE MASTER LESS WHAT WAS REMOVED PLUS WHAT WAS ADDED BACK MUST
094100* EQUAL THE SNAPSHOT, AND THE SNAPSHOT MUST BREAK DOWN EXACTLY
094200* INTO RECONSTRUCTED, ADDED-BACK AND UNCHANGED CUSTOMERS.
094300*----------------------------------------------------------------
094400     COMPUTE AS-FOOT-COUNT = AS-COUNT-MASTER-READ
094500         - AS-COUNT-REMOVED + AS-COUNT-ADDED-BACK
094600
094700     IF AS-FOOT-COUNT = AS-COUNT-WRITTEN
094800        AND AS-COUNT-RECONSTRUCTED + AS-COUNT-ADDED-BACK
094900            + AS-COUNT-UNCHANGED = AS-COUNT-WRITTEN
095000         MOVE 'Y' TO AS-CROSS-FOOT-FLAG
095100     END-IF
095200
095300     WRITE ASOF-REPORT-LINE FROM AP-BLANK-LINE
095400     IF AS-CROSS-FOOT-OK AND NOT AS-IO-ERROR
095500         MOVE "READ - REMOVED + ADDED BACK = WRITTEN - PROVEN"
095600             TO AP-CROSS-FOOT-TEXT
095700     ELSE
095800         MOVE "*** OUT OF BALANCE - DO NOT USE SNAPSHOT"
095900             TO AP-CROSS-FOOT-TEXT
096000     END-IF
096100     WRITE ASOF-REPORT-LINE FROM AP-CROSS-FOOT-LINE.
096200
096300 8200-EXIT.
096400     EXIT.
096500
096600 9000-TERMINATE.
096670     IF AS-MASTER-OPEN
096740         CLOSE CUSTOMER-MASTER
096810     END-IF
096880
096950     IF AS-SNAP-OPEN
097020         CLOSE SNAPSHOT-FILE
097090         IF NOT AS-SNAP-OK
097160             DISPLAY "ERROR CLOSING SNAPSHOT-FILE - FILE STATUS "
097230                 AS-SNAP-STATUS
097300             MOVE 'Y' TO AS-IO-ERROR-FLAG
097370         END-IF
097440     END-IF
097510
097580     IF AS-RPT-OPEN
097650         CLOSE ASOF-REPORT-FILE
097720         IF NOT AS-RPT-OK
097790             DISPLAY "ERROR CLOSING ASOF-REPORT-FILE - FILE "
097860                 "STATUS " AS-RPT-STATUS
097930             MOVE 'Y' TO AS-IO-ERROR-FLAG
098000         END-IF
098070     END-IF.
098300
098400 9000-EXIT.
098500     EXIT.
