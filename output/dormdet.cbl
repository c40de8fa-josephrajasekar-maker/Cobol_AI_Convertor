000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DORMDET.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    DORMANT ACCOUNT DETECTION RUN.  FINDS CUSTOMERS STILL ON
000900*    CUSTOMER-MASTER WHO HAVE SHOWN NO SIGN OF LIFE FOR LONGER
001000*    THAN THE OPERATOR-SET PERIOD - THE PARM, A NUMBER OF MONTHS
001100*    (1 TO 3 DIGITS) COUNTED BACK FROM THE RUN DATE TO GIVE THE
001200*    CUTOFF.  A CUSTOMER IS ACTIVE WHEN ANY OF THESE FALLS ON OR
001300*    AFTER THE CUTOFF -
001400*      - A JOURNAL ENTRY (LIVE JOURNAL, AND THE JRNLARCH ARCHIVE
001500*        WHEN THE LIVE FILE DOES NOT REACH BACK TO THE CUTOFF).
001600*        A CHANGE THAT ONLY MOVED THE ACCOUNT BETWEEN REGIONS IS
001700*        HOUSEKEEPING, NOT ACTIVITY, AND IS PASSED OVER;
001800*      - A CONTACTED OR OPT-OUT OUTCOME ON THE CONTACT HISTORY;
001900*      - THE ACCOUNT-OPEN-DATE;
002000*    OR WHEN THE BALANCE HAS MOVED SINCE THE LAST TIER RUN (MASTER
002100*    BALANCE NOT THE ONE ON TIER HISTORY), OR A TRANSACTION FOR
002200*    THE CUSTOMER IS PARKED ON PENDFILE.  EVERY OTHER CUSTOMER ON
002300*    THE MASTER IS DORMANT.
002400*
002500*    DORMANT CUSTOMERS ARE LISTED BY REGION ON THE REPORT, AND A
002600*    PROPOSED CUSTMAINT BATCH OF 'D' CLOSES IS WRITTEN TO DORMTRAN
002700*    - FULL TRANFILE HEADER, ONE FULL MASTER IMAGE PER CLOSE,
002800*    TRAILER WITH COUNT AND BALANCE HASH - FOR OPERATIONS TO
002900*    REVIEW AND FEED TO CUSTMAINT.  NOTHING ON THE MASTER OR ANY
003000*    STANDING FILE IS CHANGED BY THIS RUN.  WHEN THE JOURNAL DOES
003100*    NOT COVER THE WHOLE PERIOD THE BATCH IS WITHHELD - DORMTRAN
003200*    IS LEFT EMPTY, WHICH CUSTMAINT REFUSES - SO A GAP IN THE
003300*    AUDIT TRAIL CAN NEVER PROPOSE CLOSING AN ACTIVE ACCOUNT.
003400*
003500*    MODIFICATION HISTORY.
003600*    ------------------------------------------------------------
003700*    DATE       INIT  DESCRIPTION
003800*    ---------  ----  --------------------------------------------
003900*    10/15/2026 DT    ORIGINAL PROGRAM.
003933*    10/15/2026 DT    TIERHIST IS NOW INDEXED ON HIST-CUST-ID -
003966*                     STILL READ FRONT TO BACK, IN KEY ORDER.
004000*    ------------------------------------------------------------
004100
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900*----------------------------------------------------------------
005000* DD-NAME-STYLE LITERALS, THE SAME CONVENTION THE REST OF THE
005100* SYSTEM USES.  DORMTRAN IS THE PROPOSED BATCH - OPERATIONS
005200* POINT CUSTMAINT'S TRANFILE DD AT IT ONCE IT IS APPROVED.
005300*----------------------------------------------------------------
005400     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
005500         FILE STATUS IS DM-JRNL-STATUS.
005600
005700     SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO "JRNLARCH"
005800         FILE STATUS IS DM-ARCH-STATUS.
005900
006000     SELECT CONTACT-HISTORY-FILE ASSIGN TO "CNTHFILE"
006100         FILE STATUS IS DM-CNTH-STATUS.
006200
006300     SELECT TIER-HISTORY-FILE ASSIGN TO "TIERHIST"
006325         ORGANIZATION IS INDEXED
006350         ACCESS MODE IS SEQUENTIAL
006375         RECORD KEY IS HIST-CUST-ID
006400         FILE STATUS IS DM-HIST-STATUS.
006500
006600     SELECT PENDING-FILE ASSIGN TO "PENDFILE"
006700         FILE STATUS IS DM-PEND-STATUS.
006800
006900     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS SEQUENTIAL
007200         RECORD KEY IS MAST-CUST-ID
007300         FILE STATUS IS DM-MAST-STATUS.
007400
007500     SELECT PROPOSED-TRAN-FILE ASSIGN TO "DORMTRAN"
007600         FILE STATUS IS DM-TRAN-STATUS.
007700
007800     SELECT DORMANT-REPORT-FILE ASSIGN TO "DRRPFILE"
007900         FILE STATUS IS DM-RPT-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300
008400*================================================================
008500* JOURNAL-FILE - THE LIVE AUDIT JOURNAL, SHARED JRNLREC LAYOUT.
008600* THE ARCHIVE CARRIES THE SAME 106-BYTE RECORD AS A RAW IMAGE.
008700*================================================================
008800 FD  JOURNAL-FILE.
008900 01  JOURNAL-REC.
009000     COPY JRNLREC.
009100
009200 FD  JOURNAL-ARCHIVE-FILE.
009300 01  JOURNAL-ARCHIVE-REC         PIC X(106).
009400
009500 FD  CONTACT-HISTORY-FILE.
009600 01  CONTACT-HISTORY-REC.
009700     COPY CNTHREC.
009800
009900 FD  TIER-HISTORY-FILE.
010000 01  TIER-HISTORY-REC.
010100     COPY HISTREC.
010200
010300*================================================================
010400* PENDING-FILE - CUSTMAINT'S STANDING PARK FOR FUTURE-DATED
010500* TRANSACTIONS, ONE TRANFILE IMAGE PER RECORD.  ONLY THE CODE AND
010600* CUST-ID, WHICH SIT IN THE SAME BYTES FOR EVERY TRANSACTION
010700* TYPE, ARE LOOKED AT.
010800*================================================================
010900 FD  PENDING-FILE.
011000 01  PENDING-REC.
011100     05  PEND-TRAN-CODE          PIC X(01).
011200     05  PEND-CUST-ID            PIC 9(05).
011300     05  FILLER                  PIC X(48).
011400
011500 FD  CUSTOMER-MASTER.
011600 01  MASTER-REC.
011700     COPY CUSTREC REPLACING CUST-ID           BY MAST-CUST-ID
011800                            NAME              BY MAST-NAME
011900                            BALANCE           BY MAST-BALANCE
012000                            REGION-CODE       BY MAST-REGION-CODE
012100                            ACCOUNT-OPEN-DATE
012200                                BY MAST-ACCOUNT-OPEN-DATE.
012300
012400*================================================================
012500* PROPOSED-TRAN-FILE - THE PROPOSED CUSTMAINT BATCH, LAID OUT
012600* EXACTLY AS CUSTMAINT READS TRANFILE: 'H' HEADER (BATCH DATE,
012700* ORIGIN SYSTEM), ONE 'D' PER CLOSE CARRYING THE FULL MASTER
012800* IMAGE SO THE BALANCE HASH FOOTS, 'T' TRAILER (COUNT, HASH OF
012900* THE BALANCES).  PREFIXED PT- SO THE MASTER COPY ABOVE STAYS
013000* UNAMBIGUOUS.
013100*================================================================
013200 FD  PROPOSED-TRAN-FILE.
013300 01  PT-DETAIL-REC.
013400     05  PT-TRAN-CODE            PIC X(01).
013500     COPY CUSTREC REPLACING CUST-ID           BY PT-CUST-ID
013600                            NAME              BY PT-NAME
013700                            BALANCE           BY PT-BALANCE
013800                            REGION-CODE       BY PT-REGION-CODE
013900                            ACCOUNT-OPEN-DATE
014000                                BY PT-ACCOUNT-OPEN-DATE.
014100     05  PT-EFF-DATE             PIC 9(08).
014200
014300 01  PT-HEADER-REC.
014400     05  PT-HDR-REC-TYPE         PIC X(01).
014500     05  PT-HDR-BATCH-DATE       PIC 9(08).
014600     05  PT-HDR-ORIGIN-SYSTEM    PIC X(08).
014700     05  FILLER                  PIC X(37).
014800
014900 01  PT-TRAILER-REC.
015000     05  PT-TRL-REC-TYPE         PIC X(01).
015100     05  PT-TRL-TRAN-COUNT       PIC 9(07).
015200     05  PT-TRL-BALANCE-HASH     PIC 9(11)V99.
015300     05  FILLER                  PIC X(33).
015400
015500*================================================================
015600* DORMANT-REPORT-FILE IS THE PRINTED DORMANCY REPORT - ONE
015700* 132-BYTE PRINT IMAGE PER LINE, THE SAME CONVENTION AS THE
015800* OTHER REPORTS IN THIS SYSTEM.
015900*================================================================
016000 FD  DORMANT-REPORT-FILE.
016100 01  DORMANT-REPORT-LINE         PIC X(132).
016200
016300 WORKING-STORAGE SECTION.
016400
016500 01  DM-SWITCHES.
016600     05  DM-JRNL-STATUS          PIC X(02) VALUE SPACES.
016700         88  DM-JRNL-OK                  VALUE '00'.
016800         88  DM-JRNL-NOT-FOUND           VALUE '35'.
016900     05  DM-ARCH-STATUS          PIC X(02) VALUE SPACES.
017000         88  DM-ARCH-OK                  VALUE '00'.
017100         88  DM-ARCH-NOT-FOUND           VALUE '35'.
017200     05  DM-CNTH-STATUS          PIC X(02) VALUE SPACES.
017300         88  DM-CNTH-OK                  VALUE '00'.
017400         88  DM-CNTH-NOT-FOUND           VALUE '35'.
017500     05  DM-HIST-STATUS          PIC X(02) VALUE SPACES.
017600         88  DM-HIST-OK                  VALUE '00'.
017700         88  DM-HIST-NOT-FOUND           VALUE '35'.
017800     05  DM-PEND-STATUS          PIC X(02) VALUE SPACES.
017900         88  DM-PEND-OK                  VALUE '00'.
018000         88  DM-PEND-NOT-FOUND           VALUE '35'.
018100     05  DM-MAST-STATUS          PIC X(02) VALUE SPACES.
018200         88  DM-MAST-OK                  VALUE '00'.
018300     05  DM-TRAN-STATUS          PIC X(02) VALUE SPACES.
018400         88  DM-TRAN-OK                  VALUE '00'.
018500     05  DM-RPT-STATUS           PIC X(02) VALUE SPACES.
018600         88  DM-RPT-OK                   VALUE '00'.
018700     05  DM-JRNL-EOF-FLAG        PIC X(01) VALUE 'N'.
018800         88  DM-JRNL-EOF                 VALUE 'Y'.
018900     05  DM-ARCH-EOF-FLAG        PIC X(01) VALUE 'N'.
019000         88  DM-ARCH-EOF                 VALUE 'Y'.
019100     05  DM-CNTH-EOF-FLAG        PIC X(01) VALUE 'N'.
019200         88  DM-CNTH-EOF                 VALUE 'Y'.
019300     05  DM-HIST-EOF-FLAG        PIC X(01) VALUE 'N'.
019400         88  DM-HIST-EOF                 VALUE 'Y'.
019500     05  DM-PEND-EOF-FLAG        PIC X(01) VALUE 'N'.
019600         88  DM-PEND-EOF                 VALUE 'Y'.
019700     05  DM-MAST-EOF-FLAG        PIC X(01) VALUE 'N'.
019800         88  DM-MAST-EOF                 VALUE 'Y'.
019900     05  DM-HIST-LOADED-FLAG     PIC X(01) VALUE 'N'.
020000         88  DM-HIST-LOADED              VALUE 'Y'.
020100     05  DM-CNTH-LOADED-FLAG     PIC X(01) VALUE 'N'.
020200         88  DM-CNTH-LOADED              VALUE 'Y'.
020300     05  DM-ARCH-NEEDED-FLAG     PIC X(01) VALUE 'N'.
020400         88  DM-ARCH-NEEDED              VALUE 'Y'.
020500     05  DM-JOURNAL-GAP-FLAG     PIC X(01) VALUE 'N'.
020600         88  DM-JOURNAL-GAP              VALUE 'Y'.
020700     05  DM-TRAN-OPEN-FLAG       PIC X(01) VALUE 'N'.
020800         88  DM-TRAN-OPEN                VALUE 'Y'.
020900     05  DM-BATCH-HELD-FLAG      PIC X(01) VALUE 'N'.
021000         88  DM-BATCH-HELD               VALUE 'Y'.
021100     05  DM-ABORT-FLAG           PIC X(01) VALUE 'N'.
021200         88  DM-ABORTED                  VALUE 'Y'.
021300     05  DM-IO-ERROR-FLAG        PIC X(01) VALUE 'N'.
021400         88  DM-IO-ERROR                 VALUE 'Y'.
021500
021600 01  DM-PARM-CARD                PIC X(20) VALUE SPACES.
021700 01  DM-PERIOD-MONTHS            PIC 9(03) VALUE 0.
021800 01  DM-MONTH-COUNT              PIC 9(07) VALUE 0.
021900 01  DM-CUT-MONTH-REM            PIC 9(02) VALUE 0.
022000 01  DM-CUST-SUB                 PIC 9(06) VALUE 0.
022100 01  DM-RGN-SUB                  PIC 9(02) VALUE 0.
022200 01  DM-JRNL-CUST-ID             PIC 9(05) VALUE 0.
022300 01  DM-LAST-SEEN                PIC 9(08) VALUE 0.
022400 01  DM-ORIGIN-SYSTEM            PIC X(08) VALUE "DORMANCY".
022500
022600 01  DM-RUN-DATE                 PIC 9(08) VALUE 0.
022700 01  DM-RUN-DATE-PARTS REDEFINES DM-RUN-DATE.
022800     05  DM-RUN-YYYY             PIC 9(04).
022900     05  DM-RUN-MM               PIC 9(02).
023000     05  DM-RUN-DD               PIC 9(02).
023100
023200 01  DM-CUTOFF-DATE              PIC 9(08) VALUE 0.
023300 01  DM-CUTOFF-DATE-PARTS REDEFINES DM-CUTOFF-DATE.
023400     05  DM-CUT-YYYY             PIC 9(04).
023500     05  DM-CUT-MM               PIC 9(02).
023600     05  DM-CUT-DD               PIC 9(02).
023700
023800 01  DM-JRNL-FIRST-DATE          PIC 9(08) VALUE 99999999.
023900 01  DM-ARCH-FIRST-DATE          PIC 9(08) VALUE 99999999.
024000
024100 01  DM-COUNTERS.
024200     05  DM-COUNT-JRNL-READ      PIC 9(07) VALUE 0.
024300     05  DM-COUNT-ARCH-READ      PIC 9(07) VALUE 0.
024400     05  DM-COUNT-REGION-MOVES   PIC 9(07) VALUE 0.
024500     05  DM-COUNT-JRNL-UNUSABLE  PIC 9(07) VALUE 0.
024600     05  DM-COUNT-CNTH-READ      PIC 9(07) VALUE 0.
024700     05  DM-COUNT-PEND-READ      PIC 9(07) VALUE 0.
024800     05  DM-COUNT-MAST-READ      PIC 9(07) VALUE 0.
024900     05  DM-COUNT-ACT-PENDING    PIC 9(07) VALUE 0.
025000     05  DM-COUNT-ACT-OPENED     PIC 9(07) VALUE 0.
025100     05  DM-COUNT-ACT-JOURNAL    PIC 9(07) VALUE 0.
025200     05  DM-COUNT-ACT-CONTACT    PIC 9(07) VALUE 0.
025300     05  DM-COUNT-ACT-MOVED      PIC 9(07) VALUE 0.
025400     05  DM-COUNT-DORMANT        PIC 9(07) VALUE 0.
025500     05  DM-COUNT-ACTIVE         PIC 9(07) VALUE 0.
025600     05  DM-COUNT-TRAN-WRITTEN   PIC 9(07) VALUE 0.
025700     05  DM-COUNT-PRINTED        PIC 9(07) VALUE 0.
025800
025900 01  DM-DORMANT-BALANCE          PIC S9(11)V99 VALUE 0.
026000 01  DM-BATCH-HASH               PIC 9(11)V99 VALUE 0.
026100
026200*================================================================
026300* DM-JRNL-WORK IS ONE JOURNAL ENTRY FROM EITHER THE LIVE FILE OR
026400* THE ARCHIVE; DM-BEFORE-IMG AND DM-AFTER-IMG UNPACK ITS IMAGES
026500* SO THE CUST-ID CAN BE PICKED OUT AND A REGION-ONLY CHANGE
026600* RECOGNISED.  PREFIXED THE SAME WAY THE OTHER PROGRAMS PREFIX
026700* THEIR SECOND COPIES OF JRNLREC AND CUSTREC.
026800*================================================================
026900 01  DM-JRNL-WORK.
027000     COPY JRNLREC REPLACING JRNL-RUN-DATE     BY WRK-RUN-DATE
027100                            JRNL-TRAN-SEQ     BY WRK-TRAN-SEQ
027200                            JRNL-TRAN-CODE    BY WRK-TRAN-CODE
027300                            JRNL-BEFORE-IMAGE BY WRK-BEFORE-IMAGE
027400                            JRNL-AFTER-IMAGE  BY WRK-AFTER-IMAGE.
027500
027600 01  DM-BEFORE-IMG.
027700     COPY CUSTREC REPLACING CUST-ID           BY BIMG-CUST-ID
027800                            NAME              BY BIMG-NAME
027900                            BALANCE           BY BIMG-BALANCE
028000                            REGION-CODE       BY BIMG-REGION-CODE
028100                            ACCOUNT-OPEN-DATE
028200                                BY BIMG-ACCOUNT-OPEN-DATE.
028300
028400 01  DM-AFTER-IMG.
028500     COPY CUSTREC REPLACING CUST-ID           BY AIMG-CUST-ID
028600                            NAME              BY AIMG-NAME
028700                            BALANCE           BY AIMG-BALANCE
028800                            REGION-CODE       BY AIMG-REGION-CODE
028900                            ACCOUNT-OPEN-DATE
029000                                BY AIMG-ACCOUNT-OPEN-DATE.
029100
029200*================================================================
029300* DM-CUST-TABLE HOLDS, DIRECT-INDEXED BY CUST-ID, THE LATEST SIGN
029400* OF LIFE SEEN FOR EACH CUSTOMER AND WHERE IT CAME FROM ('J'
029500* JOURNAL, 'C' CONTACT HISTORY), WHETHER A TRANSACTION IS PARKED
029600* FOR THEM, THEIR TIER-HISTORY BALANCE, AND - ONCE THE MASTER
029700* PASS FINDS THEM DORMANT - THEIR REGION-TABLE ENTRY AND MASTER
029800* IMAGE FOR THE REGION LISTING.
029900*================================================================
030000 01  DM-CUST-TABLE.
030100     05  DM-CUST-ENTRY OCCURS 99999 TIMES.
030200         10  DM-LAST-ACTIVITY    PIC 9(08) VALUE ZERO.
030300         10  DM-ACTIVITY-SOURCE  PIC X(01) VALUE SPACE.
030400         10  DM-PENDING-FLAG     PIC X(01) VALUE 'N'.
030500         10  DM-HIST-FLAG        PIC X(01) VALUE 'N'.
030600         10  DM-HIST-BAL         PIC S9(07)V99 VALUE ZERO.
030700         10  DM-DORMANT-RGN      PIC 9(02) VALUE ZERO.
030800         10  DM-DORMANT-SEEN     PIC 9(08) VALUE ZERO.
030900         10  DM-DORMANT-IMAGE    PIC X(45) VALUE SPACES.
031000
031100 01  DM-PRINT-IMG.
031200     COPY CUSTREC REPLACING CUST-ID           BY PIMG-CUST-ID
031300                            NAME              BY PIMG-NAME
031400                            BALANCE           BY PIMG-BALANCE
031500                            REGION-CODE       BY PIMG-REGION-CODE
031600                            ACCOUNT-OPEN-DATE
031700                                BY PIMG-ACCOUNT-OPEN-DATE.
031800
031900*================================================================
032000* DM-REGION-TABLE TOTALS DORMANT ACCOUNTS BY REGION, ADDED AS
032100* REGIONS ARE SEEN.  ONCE FULL, A NEW REGION FOLDS INTO THE LAST
032200* ENTRY AND THE REPORT FLAGS THE BREAKDOWN INCOMPLETE, THE SAME
032300* AS CUSTOMERBATCH'S REGION TABLE.  DM-REGION-ENTRY CARRIES
032400* OCCURS ... DEPENDING ON, SO IT IS THE LAST ITEM IN ITS
032500* 01-LEVEL GROUP.
032600*================================================================
032700 01  DM-REGION-TABLE-FULL        PIC X(01) VALUE 'N'.
032800     88  DM-REGION-OVERFLOW              VALUE 'Y'.
032900 01  DM-REGION-TABLE.
033000     05  DM-REGION-COUNT         PIC 9(03) VALUE 0.
033100     05  DM-REGION-ENTRY OCCURS 1 TO 50 TIMES
033200             DEPENDING ON DM-REGION-COUNT
033300             INDEXED BY DM-REGION-IDX.
033400         10  DM-RGN-CODE         PIC X(03).
033500         10  DM-RGN-DORMANT      PIC 9(07).
033600         10  DM-RGN-BALANCE      PIC S9(11)V99.
033700
033800*================================================================
033900* PRINT-LINE LAYOUTS FOR DORMANT-REPORT-FILE.
034000*================================================================
034100 01  DR-TITLE-LINE.
034200     05  FILLER              PIC X(40) VALUE SPACES.
034300     05  FILLER              PIC X(34)
034400         VALUE "DORMANT ACCOUNT REPORT".
034500     05  FILLER              PIC X(58) VALUE SPACES.
034600
034700 01  DR-DATE-LINE.
034800     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
034900     05  DR-RUN-DATE         PIC 9(08).
035000     05  FILLER              PIC X(05) VALUE SPACES.
035100     05  FILLER              PIC X(08) VALUE "PERIOD: ".
035200     05  DR-PERIOD-MONTHS    PIC ZZ9.
035300     05  FILLER              PIC X(07) VALUE " MONTHS".
035400     05  FILLER              PIC X(05) VALUE SPACES.
035500     05  FILLER              PIC X(22)
035600         VALUE "NO ACTIVITY ON/AFTER: ".
035700     05  DR-CUTOFF-DATE      PIC 9(08).
035800     05  FILLER              PIC X(56) VALUE SPACES.
035900
036000 01  DR-BLANK-LINE.
036100     05  FILLER              PIC X(132) VALUE SPACES.
036200
036300 01  DR-COLUMN-HEADER-LINE.
036400     05  FILLER              PIC X(06) VALUE "REGION".
036500     05  FILLER              PIC X(02) VALUE SPACES.
036600     05  FILLER              PIC X(07) VALUE "CUST-ID".
036700     05  FILLER              PIC X(02) VALUE SPACES.
036800     05  FILLER              PIC X(20) VALUE "NAME".
036900     05  FILLER              PIC X(03) VALUE SPACES.
037000     05  FILLER              PIC X(13) VALUE "      BALANCE".
037100     05  FILLER              PIC X(03) VALUE SPACES.
037200     05  FILLER              PIC X(08) VALUE "OPENED".
037300     05  FILLER              PIC X(03) VALUE SPACES.
037400     05  FILLER              PIC X(08) VALUE "LAST ACT".
037500     05  FILLER              PIC X(03) VALUE SPACES.
037600     05  FILLER              PIC X(12) VALUE "SEEN ON".
037700     05  FILLER              PIC X(42) VALUE SPACES.
037800
037900 01  DR-DETAIL-LINE.
038000     05  DR-REGION           PIC X(03).
038100     05  FILLER              PIC X(05) VALUE SPACES.
038200     05  DR-CUST-ID          PIC 9(05).
038300     05  FILLER              PIC X(04) VALUE SPACES.
038400     05  DR-NAME             PIC X(20).
038500     05  FILLER              PIC X(03) VALUE SPACES.
038600     05  DR-BALANCE          PIC -Z,ZZZ,ZZ9.99.
038700     05  FILLER              PIC X(03) VALUE SPACES.
038800     05  DR-OPEN-DATE        PIC X(08).
038900     05  FILLER              PIC X(03) VALUE SPACES.
039000     05  DR-LAST-ACTIVITY    PIC X(08).
039100     05  FILLER              PIC X(03) VALUE SPACES.
039200     05  DR-SOURCE           PIC X(12).
039300     05  FILLER              PIC X(42) VALUE SPACES.
039400
039500 01  DR-REGION-TOTAL-LINE.
039600     05  FILLER              PIC X(08) VALUE SPACES.
039700     05  FILLER              PIC X(07) VALUE "REGION ".
039800     05  DR-RT-REGION        PIC X(03).
039900     05  FILLER              PIC X(08) VALUE " TOTAL: ".
040000     05  DR-RT-COUNT         PIC ZZZ,ZZ9.
040100     05  FILLER              PIC X(10) VALUE " ACCOUNTS ".
040200     05  DR-RT-BALANCE       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
040300     05  FILLER              PIC X(71) VALUE SPACES.
040400
040500 01  DR-TOTAL-LINE.
040600     05  DR-LABEL            PIC X(34).
040700     05  FILLER              PIC X(05) VALUE SPACES.
040800     05  DR-COUNT            PIC ZZZZZZ9.
040900     05  FILLER              PIC X(86) VALUE SPACES.
041000
041100 01  DR-AMOUNT-LINE.
041200     05  DR-AMT-LABEL        PIC X(34).
041300     05  FILLER              PIC X(01) VALUE SPACES.
041400     05  DR-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
041500     05  FILLER              PIC X(79) VALUE SPACES.
041600
041700 01  DR-NOTE-LINE.
041800     05  FILLER              PIC X(04) VALUE "*** ".
041900     05  DR-NOTE-TEXT        PIC X(70).
042000     05  FILLER              PIC X(58) VALUE SPACES.
042100
042200 01  DR-ABORT-LINE.
042300     05  FILLER              PIC X(18)
042400         VALUE "*** RUN ABORTED - ".
042500     05  DR-ABORT-TEXT       PIC X(60).
042600     05  FILLER              PIC X(54) VALUE SPACES.
042700
042800 PROCEDURE DIVISION.
042900
043000 0000-MAINLINE.
043100
043200     PERFORM 1000-INITIALIZE
043300         THRU 1000-EXIT
043400
043500     IF NOT DM-ABORTED
043600         PERFORM 1100-LOAD-TIER-HISTORY
043700             THRU 1100-EXIT
043800         PERFORM 1200-LOAD-PENDING-FILE
043900             THRU 1200-EXIT
044000         PERFORM 1300-READ-LIVE-JOURNAL
044100             THRU 1300-EXIT
044200     END-IF
044300
044400     IF NOT DM-ABORTED AND DM-ARCH-NEEDED
044500         PERFORM 1400-READ-ARCHIVE
044600             THRU 1400-EXIT
044700     END-IF
044800
044900     IF NOT DM-ABORTED
045000         PERFORM 1500-READ-CONTACT-HISTORY
045100             THRU 1500-EXIT
045200     END-IF
045300
045400     IF NOT DM-ABORTED
045500         PERFORM 2000-SCAN-MASTER
045600             THRU 2000-EXIT
045700     END-IF
045800
045900     IF NOT DM-ABORTED
046000         PERFORM 3000-PRINT-DORMANT
046100             THRU 3000-EXIT
046200         PERFORM 8000-PRINT-CONTROLS
046300             THRU 8000-EXIT
046400     END-IF
046500
046600     DISPLAY "MASTER RECORDS READ: " DM-COUNT-MAST-READ
046700     DISPLAY "DORMANT ACCOUNTS: " DM-COUNT-DORMANT
046800     DISPLAY "PROPOSED CLOSES WRITTEN: " DM-COUNT-TRAN-WRITTEN
046900     IF DM-BATCH-HELD
047000         DISPLAY "*** PROPOSED BATCH WITHHELD"
047100     END-IF
047200
047300     PERFORM 9000-TERMINATE
047400         THRU 9000-EXIT
047500
047600*----------------------------------------------------------------
047700* SEVERITY FOR THE SCHEDULER - RC=8 WHEN THE RUN ABORTED, A FILE
047800* HIT A BAD STATUS OR THE PROPOSED BATCH WAS WITHHELD; RC=4 WHEN
047900* THE DORMANCY TEST WAS MADE WITHOUT TIER OR CONTACT HISTORY,
048000* JOURNAL ENTRIES COULD NOT BE USED, OR THE REGION BREAKDOWN
048100* FOLDED FOR OVERFLOW; RC=0 OTHERWISE.
048200*----------------------------------------------------------------
048300     IF DM-ABORTED OR DM-IO-ERROR OR DM-BATCH-HELD
048400         MOVE 8 TO RETURN-CODE
048500     ELSE
048600         IF NOT DM-HIST-LOADED OR NOT DM-CNTH-LOADED
048700            OR DM-COUNT-JRNL-UNUSABLE > ZERO
048800            OR DM-REGION-OVERFLOW
048900             MOVE 4 TO RETURN-CODE
049000         END-IF
049100     END-IF
049200
049300     STOP RUN.
049400
049500 1000-INITIALIZE.
049600*----------------------------------------------------------------
049700* THE PARM IS THE DORMANCY PERIOD IN MONTHS, 1 TO 3 DIGITS FROM
049800* POSITION 1.  THE CUTOFF IS THE RUN DATE THAT MANY MONTHS BACK;
049900* A DAY THAT DOES NOT EXIST IN THE CUTOFF MONTH IS PULLED BACK TO
050000* THAT MONTH'S LAST DAY (28 FOR FEBRUARY), WHICH ONLY EVER
050100* SHORTENS THE PERIOD AND SO NEVER WIDENS WHAT COUNTS AS DORMANT.
050200* THE PROPOSED BATCH IS OPENED HERE SO AN ABORTED RUN STILL
050300* LEAVES DORMTRAN EMPTY RATHER THAN HOLDING AN OLD BATCH.
050400*----------------------------------------------------------------
050500     ACCEPT DM-PARM-CARD FROM COMMAND-LINE
050600     ACCEPT DM-RUN-DATE FROM DATE YYYYMMDD
050700
050800     OPEN OUTPUT DORMANT-REPORT-FILE
050900     IF NOT DM-RPT-OK
051000         DISPLAY "ERROR OPENING DORMANT-REPORT-FILE - FILE "
051100             "STATUS " DM-RPT-STATUS
051200         MOVE 'Y' TO DM-IO-ERROR-FLAG
051300     END-IF
051400
051500     OPEN OUTPUT PROPOSED-TRAN-FILE
051600     IF DM-TRAN-OK
051700         MOVE 'Y' TO DM-TRAN-OPEN-FLAG
051800     ELSE
051900         DISPLAY "ERROR OPENING PROPOSED-TRAN-FILE - FILE STATUS "
052000             DM-TRAN-STATUS
052100         MOVE 'Y' TO DM-IO-ERROR-FLAG
052200     END-IF
052300
052400     WRITE DORMANT-REPORT-LINE FROM DR-TITLE-LINE
052500
052600     EVALUATE TRUE
052700         WHEN DM-PARM-CARD(1:3) IS NUMERIC
052800             MOVE DM-PARM-CARD(1:3) TO DM-PERIOD-MONTHS
052900         WHEN DM-PARM-CARD(1:2) IS NUMERIC
053000          AND DM-PARM-CARD(3:1) = SPACE
053100             MOVE DM-PARM-CARD(1:2) TO DM-PERIOD-MONTHS
053200         WHEN DM-PARM-CARD(1:1) IS NUMERIC
053300          AND DM-PARM-CARD(2:1) = SPACE
053400             MOVE DM-PARM-CARD(1:1) TO DM-PERIOD-MONTHS
053500         WHEN OTHER
053600             MOVE ZERO TO DM-PERIOD-MONTHS
053700     END-EVALUATE
053800
053900     IF DM-PERIOD-MONTHS = ZERO
054000         MOVE 'Y' TO DM-ABORT-FLAG
054100     ELSE
054200         COMPUTE DM-MONTH-COUNT =
054300             DM-RUN-YYYY * 12 + DM-RUN-MM - 1 - DM-PERIOD-MONTHS
054400         DIVIDE DM-MONTH-COUNT BY 12
054500             GIVING DM-CUT-YYYY
054600             REMAINDER DM-CUT-MONTH-REM
054700         COMPUTE DM-CUT-MM = DM-CUT-MONTH-REM + 1
054800         MOVE DM-RUN-DD TO DM-CUT-DD
054900         EVALUATE TRUE
055000             WHEN DM-CUT-MM = 2 AND DM-CUT-DD > 28
055100                 MOVE 28 TO DM-CUT-DD
055200             WHEN (DM-CUT-MM = 4 OR 6 OR 9 OR 11)
055300              AND DM-CUT-DD > 30
055400                 MOVE 30 TO DM-CUT-DD
055500         END-EVALUATE
055600     END-IF
055700
055800     MOVE DM-RUN-DATE      TO DR-RUN-DATE
055900     MOVE DM-PERIOD-MONTHS TO DR-PERIOD-MONTHS
056000     MOVE DM-CUTOFF-DATE   TO DR-CUTOFF-DATE
056100     WRITE DORMANT-REPORT-LINE FROM DR-DATE-LINE
056200     WRITE DORMANT-REPORT-LINE FROM DR-BLANK-LINE
056300
056400     IF DM-ABORTED
056500         DISPLAY "PERIOD PARM NOT A NUMBER OF MONTHS - "
056600             DM-PARM-CARD
056700         MOVE "PERIOD PARM NOT A NUMBER OF MONTHS (1-999)"
056800             TO DR-ABORT-TEXT
056900         WRITE DORMANT-REPORT-LINE FROM DR-ABORT-LINE
057000     END-IF.
057100
057200 1000-EXIT.
057300     EXIT.
057400
057500 1100-LOAD-TIER-HISTORY.
057600*----------------------------------------------------------------
057700* TIER HISTORY GIVES THE BALANCE EACH CUSTOMER HAD AT THE LAST
057800* TIER RUN.  AN ABSENT FILE SKIPS THE BALANCE-MOVEMENT TEST AND
057900* THE RUN ENDS RC 4; A FILE THAT WILL NOT READ IS A HARD ERROR.
058000*----------------------------------------------------------------
058100     OPEN INPUT TIER-HISTORY-FILE
058200
058300     IF DM-HIST-NOT-FOUND
058400         GO TO 1100-EXIT
058500     END-IF
058600
058700     IF NOT DM-HIST-OK
058800         DISPLAY "ERROR OPENING TIER-HISTORY-FILE - FILE "
058900             "STATUS " DM-HIST-STATUS
059000         MOVE "TIER-HISTORY-FILE DID NOT OPEN" TO DR-ABORT-TEXT
059100         WRITE DORMANT-REPORT-LINE FROM DR-ABORT-LINE
059200         MOVE 'Y' TO DM-ABORT-FLAG
059300         GO TO 1100-EXIT
059400     END-IF
059500
059600     MOVE 'Y' TO DM-HIST-LOADED-FLAG
059700     MOVE 'N' TO DM-HIST-EOF-FLAG
059800     PERFORM 1110-READ-HIST-REC
059900         THRU 1110-EXIT
060000         UNTIL DM-HIST-EOF
060100     CLOSE TIER-HISTORY-FILE.
060200
060300 1100-EXIT.
060400     EXIT.
060500
060600 1110-READ-HIST-REC.
060700     READ TIER-HISTORY-FILE
060800         AT END
060900             MOVE 'Y' TO DM-HIST-EOF-FLAG
061000         NOT AT END
061100             IF HIST-CUST-ID IS NUMERIC AND HIST-CUST-ID > ZERO
061200                 MOVE 'Y' TO DM-HIST-FLAG(HIST-CUST-ID)
061300                 MOVE HIST-BALANCE TO DM-HIST-BAL(HIST-CUST-ID)
061400             END-IF
061500     END-READ
061600
061700*    A READ FAILURE THAT IS NOT A CLEAN EOF MUST NOT SPIN THE
061800*    LOAD LOOP - THE RUN IS ABANDONED.
061900     IF NOT DM-HIST-OK AND NOT DM-HIST-EOF
062000         DISPLAY "ERROR READING TIER-HISTORY-FILE - FILE "
062100             "STATUS " DM-HIST-STATUS
062200         MOVE "TIER-HISTORY-FILE READ ERROR" TO DR-ABORT-TEXT
062300         WRITE DORMANT-REPORT-LINE FROM DR-ABORT-LINE
062400         MOVE 'Y' TO DM-ABORT-FLAG
062500         MOVE 'Y' TO DM-HIST-EOF-FLAG
062600     END-IF.
062700
062800 1110-EXIT.
062900     EXIT.
063000
063100 1200-LOAD-PENDING-FILE.
063200*----------------------------------------------------------------
063300* ANY TRANSACTION PARKED FOR A CUSTOMER - INCLUDING A CLOSE -
063400* KEEPS THEM OFF THE PROPOSED BATCH.  NO PENDING FILE YET MEANS
063500* NOTHING IS PARKED.
063600*----------------------------------------------------------------
063700     OPEN INPUT PENDING-FILE
063800
063900     IF DM-PEND-NOT-FOUND
064000         GO TO 1200-EXIT
064100     END-IF
064200
064300     IF NOT DM-PEND-OK
064400         DISPLAY "ERROR OPENING PENDING-FILE - FILE STATUS "
064500             DM-PEND-STATUS
064600         MOVE "PENDING-FILE DID NOT OPEN" TO DR-ABORT-TEXT
064700         WRITE DORMANT-REPORT-LINE FROM DR-ABORT-LINE
064800         MOVE 'Y' TO DM-ABORT-FLAG
064900         GO TO 1200-EXIT
065000     END-IF
065100
065200     MOVE 'N' TO DM-PEND-EOF-FLAG
065300     PERFORM 1210-READ-PEND-REC
065400         THRU 1210-EXIT
065500         UNTIL DM-PEND-EOF
065600     CLOSE PENDING-FILE.
065700
065800 1200-EXIT.
065900     EXIT.
066000
066100 1210-READ-PEND-REC.
066200     READ PENDING-FILE
066300         AT END
066400             MOVE 'Y' TO DM-PEND-EOF-FLAG
066500         NOT AT END
066600             ADD 1 TO DM-COUNT-PEND-READ
066700             IF PEND-CUST-ID IS NUMERIC AND PEND-CUST-ID > ZERO
066800                 MOVE 'Y' TO DM-PENDING-FLAG(PEND-CUST-ID)
066900             END-IF
067000     END-READ
067100
067200     IF NOT DM-PEND-OK AND NOT DM-PEND-EOF
067300         DISPLAY "ERROR READING PENDING-FILE - FILE STATUS "
067400             DM-PEND-STATUS
067500         MOVE "PENDING-FILE READ ERROR" TO DR-ABORT-TEXT
067600         WRITE DORMANT-REPORT-LINE FROM DR-ABORT-LINE
067700         MOVE 'Y' TO DM-ABORT-FLAG
067800         MOVE 'Y' TO DM-PEND-EOF-FLAG
067900     END-IF.
068000
068100 1210-EXIT.
068200     EXIT.
068300
068400 1300-READ-LIVE-JOURNAL.
068500*----------------------------------------------------------------
068600* THE LIVE JOURNAL IS READ IN FULL.  WHEN IT DOES NOT REACH BACK
068700* TO THE CUTOFF - ITS FIRST ENTRY IS LATER, OR THERE IS NO LIVE
068800* JOURNAL AT ALL - THE JRNLARCH HOUSEKEEPING RUN HAS MOVED THE
068900* OLDER PART OF THE PERIOD TO THE ARCHIVE, SO THE ARCHIVE IS
069000* READ AS WELL, AS CUSTASOF DOES.
069100*----------------------------------------------------------------
069200     OPEN INPUT JOURNAL-FILE
069300
069400     IF DM-JRNL-NOT-FOUND
069500         MOVE 'Y' TO DM-ARCH-NEEDED-FLAG
069600         GO TO 1300-EXIT
069700     END-IF
069800
069900     IF NOT DM-JRNL-OK
070000         DISPLAY "ERROR OPENING JOURNAL-FILE - FILE STATUS "
070100             DM-JRNL-STATUS
070200         MOVE "JOURNAL-FILE DID NOT OPEN" TO DR-ABORT-TEXT
070300         WRITE DORMANT-REPORT-LINE FROM DR-ABORT-LINE
070400         MOVE 'Y' TO DM-ABORT-FLAG
070500         GO TO 1300-EXIT
070600     END-IF
070700
070800     MOVE 'N' TO DM-JRNL-EOF-FLAG
070900     PERFORM 1310-READ-JRNL-REC
071000         THRU 1310-EXIT
071100         UNTIL DM-JRNL-EOF
071200     CLOSE JOURNAL-FILE
071300
071400     IF DM-JRNL-FIRST-DATE > DM-CUTOFF-DATE
071500         MOVE 'Y' TO DM-ARCH-NEEDED-FLAG
071600     END-IF.
071700
071800 1300-EXIT.
071900     EXIT.
072000
072100 1310-READ-JRNL-REC.
072200     READ JOURNAL-FILE
072300         AT END
072400             MOVE 'Y' TO DM-JRNL-EOF-FLAG
072500             GO TO 1310-EXIT
072600     END-READ
072700
072800     IF NOT DM-JRNL-OK
072900         DISPLAY "ERROR READING JOURNAL-FILE - FILE STATUS "
073000             DM-JRNL-STATUS
073100         MOVE "JOURNAL-FILE READ ERROR" TO DR-ABORT-TEXT
073200         WRITE DORMANT-REPORT-LINE FROM DR-ABORT-LINE
073300         MOVE 'Y' TO DM-ABORT-FLAG
073400         MOVE 'Y' TO DM-JRNL-EOF-FLAG
073500         GO TO 1310-EXIT
073600     END-IF
073700
073800     ADD 1 TO DM-COUNT-JRNL-READ
073900     MOVE JOURNAL-REC TO DM-JRNL-WORK
074000     IF WRK-RUN-DATE IS NUMERIC
074100        AND WRK-RUN-DATE < DM-JRNL-FIRST-DATE
074200         MOVE WRK-RUN-DATE TO DM-JRNL-FIRST-DATE
074300     END-IF
074400     PERFORM 1600-NOTE-JOURNAL-ENTRY
074500         THRU 1600-EXIT.
074600
074700 1310-EXIT.
074800     EXIT.
074900
075000 1400-READ-ARCHIVE.
075100*----------------------------------------------------------------
075200* THE ARCHIVE MUST REACH BACK TO THE CUTOFF TOO.  NO ARCHIVE, OR
075300* ONE THAT STARTS AFTER THE CUTOFF, LEAVES PART OF THE PERIOD
075400* UNSEEN - THE REPORT STILL LISTS WHAT LOOKS DORMANT, BUT THE
075500* PROPOSED BATCH IS WITHHELD.
075600*----------------------------------------------------------------
075700     OPEN INPUT JOURNAL-ARCHIVE-FILE
075800
075900     IF DM-ARCH-NOT-FOUND
076000         MOVE 'Y' TO DM-JOURNAL-GAP-FLAG
076100         GO TO 1400-EXIT
076200     END-IF
076300
076400     IF NOT DM-ARCH-OK
076500         DISPLAY "ERROR OPENING JOURNAL-ARCHIVE-FILE - FILE "
076600             "STATUS " DM-ARCH-STATUS
076700         MOVE "JOURNAL ARCHIVE DID NOT OPEN" TO DR-ABORT-TEXT
076800         WRITE DORMANT-REPORT-LINE FROM DR-ABORT-LINE
076900         MOVE 'Y' TO DM-ABORT-FLAG
077000         GO TO 1400-EXIT
077100     END-IF
077200
077300     MOVE 'N' TO DM-ARCH-EOF-FLAG
077400     PERFORM 1410-READ-ARCH-REC
077500         THRU 1410-EXIT
077600         UNTIL DM-ARCH-EOF
077700     CLOSE JOURNAL-ARCHIVE-FILE
077800
077900     IF DM-ARCH-FIRST-DATE > DM-CUTOFF-DATE
078000         MOVE 'Y' TO DM-JOURNAL-GAP-FLAG
078100     END-IF.
078200
078300 1400-EXIT.
078400     EXIT.
078500
078600 1410-READ-ARCH-REC.
078700     READ JOURNAL-ARCHIVE-FILE
078800         AT END
078900             MOVE 'Y' TO DM-ARCH-EOF-FLAG
079000             GO TO 1410-EXIT
079100     END-READ
079200
079300     IF NOT DM-ARCH-OK
079400         DISPLAY "ERROR READING JOURNAL-ARCHIVE-FILE - FILE "
079500             "STATUS " DM-ARCH-STATUS
079600         MOVE "JOURNAL ARCHIVE READ ERROR" TO DR-ABORT-TEXT
079700         WRITE DORMANT-REPORT-LINE FROM DR-ABORT-LINE
079800         MOVE 'Y' TO DM-ABORT-FLAG
079900         MOVE 'Y' TO DM-ARCH-EOF-FLAG
080000         GO TO 1410-EXIT
080100     END-IF
080200
080300     ADD 1 TO DM-COUNT-ARCH-READ
080400     MOVE JOURNAL-ARCHIVE-REC TO DM-JRNL-WORK
080500     IF WRK-RUN-DATE IS NUMERIC
080600        AND WRK-RUN-DATE < DM-ARCH-FIRST-DATE
080700         MOVE WRK-RUN-DATE TO DM-ARCH-FIRST-DATE
080800     END-IF
080900     PERFORM 1600-NOTE-JOURNAL-ENTRY
081000         THRU 1600-EXIT.
081100
081200 1410-EXIT.
081300     EXIT.
081400
081500 1500-READ-CONTACT-HISTORY.
081600*----------------------------------------------------------------
081700* A CONTACTED OR OPT-OUT OUTCOME MEANS THE CUSTOMER WAS REACHED;
081800* AN UNDELIVERABLE MEANS THEY WERE NOT AND SAYS NOTHING ABOUT
081900* ACTIVITY.  NO HISTORY YET ENDS THE RUN RC 4.
082000*----------------------------------------------------------------
082100     OPEN INPUT CONTACT-HISTORY-FILE
082200
082300     IF DM-CNTH-NOT-FOUND
082400         GO TO 1500-EXIT
082500     END-IF
082600
082700     IF NOT DM-CNTH-OK
082800         DISPLAY "ERROR OPENING CONTACT-HISTORY-FILE - FILE "
082900             "STATUS " DM-CNTH-STATUS
083000         MOVE "CONTACT-HISTORY-FILE DID NOT OPEN" TO DR-ABORT-TEXT
083100         WRITE DORMANT-REPORT-LINE FROM DR-ABORT-LINE
083200         MOVE 'Y' TO DM-ABORT-FLAG
083300         GO TO 1500-EXIT
083400     END-IF
083500
083600     MOVE 'Y' TO DM-CNTH-LOADED-FLAG
083700     MOVE 'N' TO DM-CNTH-EOF-FLAG
083800     PERFORM 1510-READ-CNTH-REC
083900         THRU 1510-EXIT
084000         UNTIL DM-CNTH-EOF
084100     CLOSE CONTACT-HISTORY-FILE.
084200
084300 1500-EXIT.
084400     EXIT.
084500
084600 1510-READ-CNTH-REC.
084700     READ CONTACT-HISTORY-FILE
084800         AT END
084900             MOVE 'Y' TO DM-CNTH-EOF-FLAG
085000             GO TO 1510-EXIT
085100     END-READ
085200
085300     IF NOT DM-CNTH-OK
085400         DISPLAY "ERROR READING CONTACT-HISTORY-FILE - FILE "
085500             "STATUS " DM-CNTH-STATUS
085600         MOVE "CONTACT-HISTORY-FILE READ ERROR" TO DR-ABORT-TEXT
085700         WRITE DORMANT-REPORT-LINE FROM DR-ABORT-LINE
085800         MOVE 'Y' TO DM-ABORT-FLAG
085900         MOVE 'Y' TO DM-CNTH-EOF-FLAG
086000         GO TO 1510-EXIT
086100     END-IF
086200
086300     ADD 1 TO DM-COUNT-CNTH-READ
086400
086500     IF CNTH-CUST-ID IS NOT NUMERIC OR CNTH-CUST-ID = ZERO
086600        OR CNTH-RESPONSE-DATE IS NOT NUMERIC
086700         GO TO 1510-EXIT
086800     END-IF
086900
087000     IF (CNTH-CONTACTED OR CNTH-OPT-OUT)
087100        AND CNTH-RESPONSE-DATE > DM-LAST-ACTIVITY(CNTH-CUST-ID)
087200         MOVE CNTH-RESPONSE-DATE
087300             TO DM-LAST-ACTIVITY(CNTH-CUST-ID)
087400         MOVE 'C' TO DM-ACTIVITY-SOURCE(CNTH-CUST-ID)
087500     END-IF.
087600
087700 1510-EXIT.
087800     EXIT.
087900
088000 1600-NOTE-JOURNAL-ENTRY.
088100*----------------------------------------------------------------
088200* ONE JOURNAL ENTRY FROM EITHER FILE.  THE CUSTOMER IS THE ONE
088300* IN THE AFTER IMAGE, OR THE BEFORE IMAGE FOR A CLOSE.  A CHANGE
088400* WHOSE IMAGES DIFFER ONLY IN REGION-CODE IS A REGION MOVE MADE
088500* BY THE BANK, NOT THE CUSTOMER, AND IS NOT COUNTED AS ACTIVITY.
088600*----------------------------------------------------------------
088700     MOVE WRK-BEFORE-IMAGE TO DM-BEFORE-IMG
088800     MOVE WRK-AFTER-IMAGE  TO DM-AFTER-IMG
088900
089000     IF AIMG-CUST-ID IS NUMERIC AND AIMG-CUST-ID > ZERO
089100         MOVE AIMG-CUST-ID TO DM-JRNL-CUST-ID
089200     ELSE
089300         IF BIMG-CUST-ID IS NUMERIC AND BIMG-CUST-ID > ZERO
089400             MOVE BIMG-CUST-ID TO DM-JRNL-CUST-ID
089500         ELSE
089600             MOVE ZERO TO DM-JRNL-CUST-ID
089700         END-IF
089800     END-IF
089900
090000     IF DM-JRNL-CUST-ID = ZERO OR WRK-RUN-DATE IS NOT NUMERIC
090100         ADD 1 TO DM-COUNT-JRNL-UNUSABLE
090200         GO TO 1600-EXIT
090300     END-IF
090400
090500     IF WRK-TRAN-CODE = 'C'
090600        AND WRK-BEFORE-IMAGE NOT = SPACES
090700        AND BIMG-REGION-CODE NOT = AIMG-REGION-CODE
090800         MOVE SPACES TO BIMG-REGION-CODE
090900         MOVE SPACES TO AIMG-REGION-CODE
091000         IF DM-BEFORE-IMG = DM-AFTER-IMG
091100             ADD 1 TO DM-COUNT-REGION-MOVES
091200             GO TO 1600-EXIT
091300         END-IF
091400     END-IF
091500
091600     IF WRK-RUN-DATE > DM-LAST-ACTIVITY(DM-JRNL-CUST-ID)
091700         MOVE WRK-RUN-DATE TO DM-LAST-ACTIVITY(DM-JRNL-CUST-ID)
091800         MOVE 'J' TO DM-ACTIVITY-SOURCE(DM-JRNL-CUST-ID)
091900     END-IF.
092000
092100 1600-EXIT.
092200     EXIT.
092300
092400 2000-SCAN-MASTER.
092500*----------------------------------------------------------------
092600* ONE PASS OF THE MASTER.  EACH CUSTOMER IS TESTED AGAINST THE
092700* EVIDENCE GATHERED ABOVE; A DORMANT ONE IS TOTALLED BY REGION,
092800* KEPT FOR THE LISTING AND, UNLESS THE BATCH IS WITHHELD, WRITTEN
092900* TO THE PROPOSED BATCH AS A 'D' CLOSE.
093000*----------------------------------------------------------------
093100     OPEN INPUT CUSTOMER-MASTER
093200     IF NOT DM-MAST-OK
093300         DISPLAY "ERROR OPENING CUSTOMER-MASTER - FILE STATUS "
093400             DM-MAST-STATUS
093500         MOVE "CUSTOMER-MASTER DID NOT OPEN" TO DR-ABORT-TEXT
093600         WRITE DORMANT-REPORT-LINE FROM DR-ABORT-LINE
093700         MOVE 'Y' TO DM-ABORT-FLAG
093800         GO TO 2000-EXIT
093900     END-IF
094000
094100     IF DM-JOURNAL-GAP OR DM-IO-ERROR
094200         MOVE 'Y' TO DM-BATCH-HELD-FLAG
094300     ELSE
094400         MOVE SPACES           TO PT-HEADER-REC
094500         MOVE 'H'              TO PT-HDR-REC-TYPE
094600         MOVE DM-RUN-DATE      TO PT-HDR-BATCH-DATE
094700         MOVE DM-ORIGIN-SYSTEM TO PT-HDR-ORIGIN-SYSTEM
094800         WRITE PT-HEADER-REC
094900         PERFORM 2900-CHECK-TRAN-WRITE
095000             THRU 2900-EXIT
095100     END-IF
095200
095300     MOVE 'N' TO DM-MAST-EOF-FLAG
095400     PERFORM 2100-READ-MASTER-REC
095500         THRU 2100-EXIT
095600         UNTIL DM-MAST-EOF
095700     CLOSE CUSTOMER-MASTER
095800
095900*    A BATCH THAT HIT A WRITE ERROR PART-WAY IS LEFT WITHOUT ITS
096000*    TRAILER, SO CUSTMAINT REFUSES IT AS TRUNCATED.
096100     IF NOT DM-BATCH-HELD AND NOT DM-IO-ERROR
096200         MOVE SPACES                TO PT-TRAILER-REC
096300         MOVE 'T'                   TO PT-TRL-REC-TYPE
096400         MOVE DM-COUNT-TRAN-WRITTEN TO PT-TRL-TRAN-COUNT
096500         MOVE DM-BATCH-HASH         TO PT-TRL-BALANCE-HASH
096600         WRITE PT-TRAILER-REC
096700         PERFORM 2900-CHECK-TRAN-WRITE
096800             THRU 2900-EXIT
096900     END-IF.
097000
097100 2000-EXIT.
097200     EXIT.
097300
097400 2100-READ-MASTER-REC.
097500     READ CUSTOMER-MASTER NEXT RECORD
097600         AT END
097700             MOVE 'Y' TO DM-MAST-EOF-FLAG
097800             GO TO 2100-EXIT
097900     END-READ
098000
098100     IF NOT DM-MAST-OK
098200         DISPLAY "ERROR READING CUSTOMER-MASTER - FILE STATUS "
098300             DM-MAST-STATUS
098400         MOVE "CUSTOMER-MASTER READ ERROR" TO DR-ABORT-TEXT
098500         WRITE DORMANT-REPORT-LINE FROM DR-ABORT-LINE
098600         MOVE 'Y' TO DM-ABORT-FLAG
098700         MOVE 'Y' TO DM-MAST-EOF-FLAG
098800         GO TO 2100-EXIT
098900     END-IF
099000
099100     ADD 1 TO DM-COUNT-MAST-READ
099200
099300     IF MAST-CUST-ID IS NOT NUMERIC OR MAST-CUST-ID = ZERO
099400         ADD 1 TO DM-COUNT-ACTIVE
099500         GO TO 2100-EXIT
099600     END-IF
099700
099800     PERFORM 2200-TEST-CUSTOMER
099900         THRU 2200-EXIT.
100000
100100 2100-EXIT.
100200     EXIT.
100300
100400 2200-TEST-CUSTOMER.
100500*----------------------------------------------------------------
100600* THE FIRST TEST THAT SHOWS THE CUSTOMER ACTIVE IS THE ONE
100700* COUNTED; A CUSTOMER PASSING NONE OF THEM IS DORMANT.
100800*----------------------------------------------------------------
100900     MOVE DM-LAST-ACTIVITY(MAST-CUST-ID) TO DM-LAST-SEEN
101000
101100     IF DM-PENDING-FLAG(MAST-CUST-ID) = 'Y'
101200         ADD 1 TO DM-COUNT-ACT-PENDING
101300         ADD 1 TO DM-COUNT-ACTIVE
101400         GO TO 2200-EXIT
101500     END-IF
101600
101700     IF MAST-ACCOUNT-OPEN-DATE IS NUMERIC
101800         IF MAST-ACCOUNT-OPEN-DATE NOT < DM-CUTOFF-DATE
101900             ADD 1 TO DM-COUNT-ACT-OPENED
102000             ADD 1 TO DM-COUNT-ACTIVE
102100             GO TO 2200-EXIT
102200         END-IF
102300     END-IF
102400
102500     IF DM-LAST-SEEN NOT < DM-CUTOFF-DATE
102600         IF DM-ACTIVITY-SOURCE(MAST-CUST-ID) = 'C'
102700             ADD 1 TO DM-COUNT-ACT-CONTACT
102800         ELSE
102900             ADD 1 TO DM-COUNT-ACT-JOURNAL
103000         END-IF
103100         ADD 1 TO DM-COUNT-ACTIVE
103200         GO TO 2200-EXIT
103300     END-IF
103400
103500     IF DM-HIST-FLAG(MAST-CUST-ID) = 'Y'
103600        AND DM-HIST-BAL(MAST-CUST-ID) NOT = MAST-BALANCE
103700         ADD 1 TO DM-COUNT-ACT-MOVED
103800         ADD 1 TO DM-COUNT-ACTIVE
103900         GO TO 2200-EXIT
104000     END-IF
104100
104200     PERFORM 2300-RECORD-DORMANT
104300         THRU 2300-EXIT.
104400
104500 2200-EXIT.
104600     EXIT.
104700
104800 2300-RECORD-DORMANT.
104900     ADD 1 TO DM-COUNT-DORMANT
105000     ADD MAST-BALANCE TO DM-DORMANT-BALANCE
105100
105200     PERFORM 2400-FIND-REGION-ENTRY
105300         THRU 2400-EXIT
105400     ADD 1 TO DM-RGN-DORMANT(DM-REGION-IDX)
105500     ADD MAST-BALANCE TO DM-RGN-BALANCE(DM-REGION-IDX)
105600
105700     SET DM-RGN-SUB TO DM-REGION-IDX
105800     MOVE DM-RGN-SUB   TO DM-DORMANT-RGN(MAST-CUST-ID)
105900     MOVE DM-LAST-SEEN TO DM-DORMANT-SEEN(MAST-CUST-ID)
106000     MOVE MASTER-REC   TO DM-DORMANT-IMAGE(MAST-CUST-ID)
106100
106200     IF DM-BATCH-HELD OR DM-IO-ERROR
106300         GO TO 2300-EXIT
106400     END-IF
106500
106600     MOVE 'D'                    TO PT-TRAN-CODE
106700     MOVE MAST-CUST-ID           TO PT-CUST-ID
106800     MOVE MAST-NAME              TO PT-NAME
106900     MOVE MAST-BALANCE           TO PT-BALANCE
107000     MOVE MAST-REGION-CODE       TO PT-REGION-CODE
107100     MOVE MAST-ACCOUNT-OPEN-DATE TO PT-ACCOUNT-OPEN-DATE
107200     MOVE DM-RUN-DATE            TO PT-EFF-DATE
107300     WRITE PT-DETAIL-REC
107400     PERFORM 2900-CHECK-TRAN-WRITE
107500         THRU 2900-EXIT
107600     IF NOT DM-IO-ERROR
107700         ADD 1 TO DM-COUNT-TRAN-WRITTEN
107800*        HASHED EXACTLY AS CUSTMAINT'S PRE-PASS HASHES A CLOSE.
107900         ADD MAST-BALANCE TO DM-BATCH-HASH
108000     END-IF.
108100
108200 2300-EXIT.
108300     EXIT.
108400
108500 2400-FIND-REGION-ENTRY.
108600     IF DM-REGION-COUNT > ZERO
108700         SET DM-REGION-IDX TO 1
108800         SEARCH DM-REGION-ENTRY
108900             AT END
109000                 CONTINUE
109100             WHEN DM-RGN-CODE(DM-REGION-IDX) = MAST-REGION-CODE
109200                 GO TO 2400-EXIT
109300         END-SEARCH
109400     END-IF
109500
109600     IF DM-REGION-COUNT NOT < 50
109700         MOVE 'Y' TO DM-REGION-TABLE-FULL
109800         SET DM-REGION-IDX TO DM-REGION-COUNT
109900         GO TO 2400-EXIT
110000     END-IF
110100
110200     ADD 1 TO DM-REGION-COUNT
110300     SET DM-REGION-IDX TO DM-REGION-COUNT
110400     MOVE MAST-REGION-CODE TO DM-RGN-CODE(DM-REGION-IDX)
110500     MOVE ZERO TO DM-RGN-DORMANT(DM-REGION-IDX)
110600     MOVE ZERO TO DM-RGN-BALANCE(DM-REGION-IDX).
110700
110800 2400-EXIT.
110900     EXIT.
111000
111100 2900-CHECK-TRAN-WRITE.
111200     IF NOT DM-TRAN-OK
111300         DISPLAY "ERROR WRITING PROPOSED-TRAN-FILE - FILE STATUS "
111400             DM-TRAN-STATUS
111500         MOVE 'Y' TO DM-IO-ERROR-FLAG
111600     END-IF.
111700
111800 2900-EXIT.
111900     EXIT.
112000
112100 3000-PRINT-DORMANT.
112200     WRITE DORMANT-REPORT-LINE FROM DR-COLUMN-HEADER-LINE
112300     WRITE DORMANT-REPORT-LINE FROM DR-BLANK-LINE
112400
112500     IF DM-REGION-COUNT > ZERO
112600         PERFORM 3100-PRINT-REGION
112700             THRU 3100-EXIT
112800             VARYING DM-REGION-IDX FROM 1 BY 1
112900             UNTIL DM-REGION-IDX > DM-REGION-COUNT
113000     ELSE
113100         MOVE "NO DORMANT ACCOUNTS" TO DR-NOTE-TEXT
113200         WRITE DORMANT-REPORT-LINE FROM DR-NOTE-LINE
113300     END-IF
113400
113500     IF DM-REGION-OVERFLOW
113600         MOVE "MORE THAN 50 REGIONS - LAST REGION GROUP IS FOLDED"
113700             TO DR-NOTE-TEXT
113800         WRITE DORMANT-REPORT-LINE FROM DR-NOTE-LINE
113900     END-IF.
114000
114100 3000-EXIT.
114200     EXIT.
114300
114400 3100-PRINT-REGION.
114500     SET DM-RGN-SUB TO DM-REGION-IDX
114600     PERFORM 3110-PRINT-CUSTOMER
114700         THRU 3110-EXIT
114800         VARYING DM-CUST-SUB FROM 1 BY 1
114900         UNTIL DM-CUST-SUB > 99999
115000
115100     MOVE DM-RGN-CODE(DM-REGION-IDX)    TO DR-RT-REGION
115200     MOVE DM-RGN-DORMANT(DM-REGION-IDX) TO DR-RT-COUNT
115300     MOVE DM-RGN-BALANCE(DM-REGION-IDX) TO DR-RT-BALANCE
115400     WRITE DORMANT-REPORT-LINE FROM DR-REGION-TOTAL-LINE
115500     WRITE DORMANT-REPORT-LINE FROM DR-BLANK-LINE.
115600
115700 3100-EXIT.
115800     EXIT.
115900
116000 3110-PRINT-CUSTOMER.
116100     IF DM-DORMANT-RGN(DM-CUST-SUB) NOT = DM-RGN-SUB
116200         GO TO 3110-EXIT
116300     END-IF
116400
116500     MOVE DM-DORMANT-IMAGE(DM-CUST-SUB) TO DM-PRINT-IMG
116600     MOVE PIMG-REGION-CODE TO DR-REGION
116700     MOVE PIMG-CUST-ID     TO DR-CUST-ID
116800     MOVE PIMG-NAME        TO DR-NAME
116900     MOVE PIMG-BALANCE     TO DR-BALANCE
117000
117100     IF PIMG-ACCOUNT-OPEN-DATE IS NUMERIC
117200        AND PIMG-ACCOUNT-OPEN-DATE > ZERO
117300         MOVE PIMG-ACCOUNT-OPEN-DATE TO DR-OPEN-DATE
117400     ELSE
117500         MOVE "UNKNOWN" TO DR-OPEN-DATE
117600     END-IF
117700
117800     IF DM-DORMANT-SEEN(DM-CUST-SUB) > ZERO
117900         MOVE DM-DORMANT-SEEN(DM-CUST-SUB) TO DR-LAST-ACTIVITY
118000         IF DM-ACTIVITY-SOURCE(DM-CUST-SUB) = 'C'
118100             MOVE "CRM CONTACT" TO DR-SOURCE
118200         ELSE
118300             MOVE "JOURNAL" TO DR-SOURCE
118400         END-IF
118500     ELSE
118600         MOVE "NONE" TO DR-LAST-ACTIVITY
118700         MOVE "NOTHING SEEN" TO DR-SOURCE
118800     END-IF
118900
119000     WRITE DORMANT-REPORT-LINE FROM DR-DETAIL-LINE
119100     ADD 1 TO DM-COUNT-PRINTED.
119200
119300 3110-EXIT.
119400     EXIT.
119500
119600 8000-PRINT-CONTROLS.
119700*----------------------------------------------------------------
119800* EVERY MASTER RECORD IS EITHER ACTIVE OR DORMANT, EVERY DORMANT
119900* ACCOUNT IS LISTED, AND - UNLESS WITHHELD - EVERY DORMANT
120000* ACCOUNT IS ON THE PROPOSED BATCH.
120100*----------------------------------------------------------------
120200     MOVE "DORMANT ACCOUNTS"              TO DR-LABEL
120300     MOVE DM-COUNT-DORMANT                TO DR-COUNT
120400     WRITE DORMANT-REPORT-LINE FROM DR-TOTAL-LINE
120500     MOVE "DORMANT BALANCE"               TO DR-AMT-LABEL
120600     MOVE DM-DORMANT-BALANCE              TO DR-AMOUNT
120700     WRITE DORMANT-REPORT-LINE FROM DR-AMOUNT-LINE
120800     WRITE DORMANT-REPORT-LINE FROM DR-BLANK-LINE
120900
121000     MOVE "MASTER RECORDS READ"           TO DR-LABEL
121100     MOVE DM-COUNT-MAST-READ              TO DR-COUNT
121200     WRITE DORMANT-REPORT-LINE FROM DR-TOTAL-LINE
121300     MOVE "  ACTIVE - TRANSACTION PENDING" TO DR-LABEL
121400     MOVE DM-COUNT-ACT-PENDING            TO DR-COUNT
121500     WRITE DORMANT-REPORT-LINE FROM DR-TOTAL-LINE
121600     MOVE "  ACTIVE - OPENED IN PERIOD"   TO DR-LABEL
121700     MOVE DM-COUNT-ACT-OPENED             TO DR-COUNT
121800     WRITE DORMANT-REPORT-LINE FROM DR-TOTAL-LINE
121900     MOVE "  ACTIVE - JOURNAL ACTIVITY"   TO DR-LABEL
122000     MOVE DM-COUNT-ACT-JOURNAL            TO DR-COUNT
122100     WRITE DORMANT-REPORT-LINE FROM DR-TOTAL-LINE
122200     MOVE "  ACTIVE - CRM CONTACT"        TO DR-LABEL
122300     MOVE DM-COUNT-ACT-CONTACT            TO DR-COUNT
122400     WRITE DORMANT-REPORT-LINE FROM DR-TOTAL-LINE
122500     MOVE "  ACTIVE - BALANCE MOVED"      TO DR-LABEL
122600     MOVE DM-COUNT-ACT-MOVED              TO DR-COUNT
122700     WRITE DORMANT-REPORT-LINE FROM DR-TOTAL-LINE
122800     MOVE "  DORMANT"                     TO DR-LABEL
122900     MOVE DM-COUNT-DORMANT                TO DR-COUNT
123000     WRITE DORMANT-REPORT-LINE FROM DR-TOTAL-LINE
123100     WRITE DORMANT-REPORT-LINE FROM DR-BLANK-LINE
123200
123300     MOVE "LIVE JOURNAL ENTRIES READ"     TO DR-LABEL
123400     MOVE DM-COUNT-JRNL-READ              TO DR-COUNT
123500     WRITE DORMANT-REPORT-LINE FROM DR-TOTAL-LINE
123600     MOVE "ARCHIVE ENTRIES READ"          TO DR-LABEL
123700     MOVE DM-COUNT-ARCH-READ              TO DR-COUNT
123800     WRITE DORMANT-REPORT-LINE FROM DR-TOTAL-LINE
123900     MOVE "  REGION MOVES PASSED OVER"    TO DR-LABEL
124000     MOVE DM-COUNT-REGION-MOVES           TO DR-COUNT
124100     WRITE DORMANT-REPORT-LINE FROM DR-TOTAL-LINE
124200     MOVE "  UNUSABLE ENTRIES"            TO DR-LABEL
124300     MOVE DM-COUNT-JRNL-UNUSABLE          TO DR-COUNT
124400     WRITE DORMANT-REPORT-LINE FROM DR-TOTAL-LINE
124500     MOVE "CONTACT HISTORY RECORDS READ"  TO DR-LABEL
124600     MOVE DM-COUNT-CNTH-READ              TO DR-COUNT
124700     WRITE DORMANT-REPORT-LINE FROM DR-TOTAL-LINE
124800     MOVE "PENDING TRANSACTIONS READ"     TO DR-LABEL
124900     MOVE DM-COUNT-PEND-READ              TO DR-COUNT
125000     WRITE DORMANT-REPORT-LINE FROM DR-TOTAL-LINE
125100     WRITE DORMANT-REPORT-LINE FROM DR-BLANK-LINE
125200
125300     MOVE "PROPOSED CLOSES WRITTEN"       TO DR-LABEL
125400     MOVE DM-COUNT-TRAN-WRITTEN           TO DR-COUNT
125500     WRITE DORMANT-REPORT-LINE FROM DR-TOTAL-LINE
125600     MOVE "PROPOSED BATCH BALANCE HASH"   TO DR-AMT-LABEL
125700     MOVE DM-BATCH-HASH                   TO DR-AMOUNT
125800     WRITE DORMANT-REPORT-LINE FROM DR-AMOUNT-LINE
125900     WRITE DORMANT-REPORT-LINE FROM DR-BLANK-LINE
126000
126100     IF DM-COUNT-MAST-READ
126200            NOT = DM-COUNT-ACTIVE + DM-COUNT-DORMANT
126300        OR DM-COUNT-PRINTED NOT = DM-COUNT-DORMANT
126400        OR (NOT DM-BATCH-HELD AND NOT DM-IO-ERROR
126500            AND DM-COUNT-TRAN-WRITTEN NOT = DM-COUNT-DORMANT)
126600         MOVE "CONTROL TOTALS DO NOT FOOT" TO DR-NOTE-TEXT
126700         MOVE 'Y' TO DM-IO-ERROR-FLAG
126800     ELSE
126900         MOVE "CONTROL TOTALS FOOT" TO DR-NOTE-TEXT
127000     END-IF
127100     WRITE DORMANT-REPORT-LINE FROM DR-NOTE-LINE
127200
127300     IF DM-BATCH-HELD
127400         MOVE "JOURNAL DOES NOT COVER THE PERIOD - BATCH WITHHELD"
127500             TO DR-NOTE-TEXT
127600         WRITE DORMANT-REPORT-LINE FROM DR-NOTE-LINE
127700     END-IF
127800
127900     IF NOT DM-HIST-LOADED
128000         MOVE "NO TIER HISTORY - BALANCE MOVEMENT NOT TESTED"
128100             TO DR-NOTE-TEXT
128200         WRITE DORMANT-REPORT-LINE FROM DR-NOTE-LINE
128300     END-IF
128400
128500     IF NOT DM-CNTH-LOADED
128600         MOVE "NO CONTACT HISTORY - CRM CONTACT NOT TESTED"
128700             TO DR-NOTE-TEXT
128800         WRITE DORMANT-REPORT-LINE FROM DR-NOTE-LINE
128900     END-IF.
129000
129100 8000-EXIT.
129200     EXIT.
129300
129400 9000-TERMINATE.
129500     IF DM-TRAN-OPEN
129600         CLOSE PROPOSED-TRAN-FILE
129700         IF NOT DM-TRAN-OK
129800             DISPLAY "ERROR CLOSING PROPOSED-TRAN-FILE - FILE "
129900                 "STATUS " DM-TRAN-STATUS
130000             MOVE 'Y' TO DM-IO-ERROR-FLAG
130100         END-IF
130200     END-IF
130300
130400     CLOSE DORMANT-REPORT-FILE
130500     IF NOT DM-RPT-OK
130600         DISPLAY "ERROR CLOSING DORMANT-REPORT-FILE - FILE "
130700             "STATUS " DM-RPT-STATUS
130800         MOVE 'Y' TO DM-IO-ERROR-FLAG
130900     END-IF.
131000
131100 9000-EXIT.
131200     EXIT.
