000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RMPORT.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    RELATIONSHIP MANAGER PORTFOLIO REPORT.  PRINTS EACH RM'S BOOK
000900*    FROM THE STANDING RM FILES - RMREF (ONE RECORD PER MANAGER:
001000*    CODE, NAME, BRANCH) AND RMASSIGN (CUST-ID TO RM CODE), BOTH
001100*    OPERATOR-MAINTAINED.  FOR EVERY CUSTOMER IN A BOOK, IN
001200*    CUST-ID ORDER, THE REPORT SHOWS -
001300*      - CURRENT AND PRIOR TIER FROM TIER HISTORY;
001400*      - THE BALANCE ON CUSTOMER-MASTER;
001500*      - ANY ACTIVE TIER OVERRIDE AND ITS EXPIRY DATE;
001600*      - THE NUMBER OF TRANSACTIONS PARKED ON PENDFILE AND THE
001700*        EARLIEST DATE ONE COMES DUE;
001800*      - THE MONTH'S BALANCE MOVEMENT - THE NET OF THE BALANCE
001900*        CHANGES JOURNALLED FOR THE CUSTOMER IN THE REPORT MONTH,
002000*        FROM THE LIVE JOURNAL AND, WHEN THE LIVE FILE DOES NOT
002100*        REACH BACK TO THE START OF THE MONTH, THE JRNLARCH
002200*        ARCHIVE, AS DORMDET READS THEM.
002300*    EACH BOOK CLOSES WITH THE RM'S SUBTOTALS AND THE BOOKS WITH A
002400*    TOTAL FOR ALL RMS.  THE LAST SECTION LISTS EVERY VIP ON
002500*    TIER HISTORY WHO HAS NO RM - NO ASSIGNMENT, OR ONE TO A CODE
002600*    NOT ON RMREF.
002700*
002800*    THE PARM IS THE REPORT MONTH, YYYYMM, FOR THE MOVEMENT
002900*    COLUMN; A BLANK PARM TAKES THE MONTH OF THE RUN DATE.  TIERS,
003000*    BALANCES, OVERRIDES AND PENDING ITEMS ARE ALWAYS AS THEY
003100*    STAND AT THE RUN.  NOTHING IS CHANGED BY THIS RUN.
003200*
003300*    MODIFICATION HISTORY.
003400*    ------------------------------------------------------------
003500*    DATE       INIT  DESCRIPTION
003600*    ---------  ----  --------------------------------------------
003700*    10/15/2026 DT    ORIGINAL PROGRAM.
003720*    10/15/2026 DT    A REPORT FILE THAT DOES NOT OPEN NOW ABORTS
003740*                     THE RUN, AND THE FILE IS ONLY WRITTEN AND
003760*                     CLOSED WHEN IT OPENED.
003800*    ------------------------------------------------------------
003900
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
004300 OBJECT-COMPUTER. IBM-370.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700*----------------------------------------------------------------
004800* DD-NAME-STYLE LITERALS, THE SAME CONVENTION THE REST OF THE
004900* SYSTEM USES.
005000*----------------------------------------------------------------
005100     SELECT RM-REFERENCE-FILE ASSIGN TO "RMREF"
005200         FILE STATUS IS PF-RMR-STATUS.
005300
005400     SELECT RM-ASSIGNMENT-FILE ASSIGN TO "RMASSIGN"
005500         FILE STATUS IS PF-RMA-STATUS.
005600
005700     SELECT OVERRIDE-FILE ASSIGN TO "OVRDFILE"
005800         FILE STATUS IS PF-OVRD-STATUS.
005900
006000     SELECT PENDING-FILE ASSIGN TO "PENDFILE"
006100         FILE STATUS IS PF-PEND-STATUS.
006200
006300     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
006400         FILE STATUS IS PF-JRNL-STATUS.
006500
006600     SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO "JRNLARCH"
006700         FILE STATUS IS PF-ARCH-STATUS.
006800
006900     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS MAST-CUST-ID
007300         FILE STATUS IS PF-MAST-STATUS.
007400
007500     SELECT TIER-HISTORY-FILE ASSIGN TO "TIERHIST"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS HIST-CUST-ID
007900         FILE STATUS IS PF-HIST-STATUS.
008000
008100     SELECT PORTFOLIO-REPORT-FILE ASSIGN TO "PFRPFILE"
008200         FILE STATUS IS PF-RPT-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600
008700 FD  RM-REFERENCE-FILE.
008800 01  RM-REFERENCE-REC.
008900     COPY RMREFREC.
009000
009100 FD  RM-ASSIGNMENT-FILE.
009200 01  RM-ASSIGNMENT-REC.
009300     COPY RMASREC.
009400
009500*================================================================
009600* OVERRIDE-FILE - THE OPERATOR-MAINTAINED TIER OVERRIDE FILE,
009700* LAID OUT AS CUSTOMERBATCH DECLARES IT.
009800*================================================================
009900 FD  OVERRIDE-FILE.
010000 01  OVERRIDE-REC.
010100     05  OVRD-CUST-ID            PIC 9(05).
010200     05  OVRD-TIER               PIC X(01).
010300     05  OVRD-EXPIRY-DATE        PIC 9(08).
010400
010500*================================================================
010600* PENDING-FILE - CUSTMAINT'S STANDING PARK FOR FUTURE-DATED
010700* TRANSACTIONS, ONE TRANFILE IMAGE PER RECORD.  ONLY THE CODE,
010800* CUST-ID AND EFFECTIVE DATE, WHICH SIT IN THE SAME BYTES FOR
010900* EVERY TRANSACTION TYPE, ARE LOOKED AT.
011000*================================================================
011100 FD  PENDING-FILE.
011200 01  PENDING-REC.
011300     05  PEND-TRAN-CODE          PIC X(01).
011400     05  PEND-CUST-ID            PIC 9(05).
011500     05  FILLER                  PIC X(40).
011600     05  PEND-EFF-DATE           PIC 9(08).
011700
011800*================================================================
011900* JOURNAL-FILE - THE LIVE AUDIT JOURNAL, SHARED JRNLREC LAYOUT.
012000* THE ARCHIVE CARRIES THE SAME 106-BYTE RECORD AS A RAW IMAGE.
012100*================================================================
012200 FD  JOURNAL-FILE.
012300 01  JOURNAL-REC.
012400     COPY JRNLREC.
012500
012600 FD  JOURNAL-ARCHIVE-FILE.
012700 01  JOURNAL-ARCHIVE-REC         PIC X(106).
012800
012900 FD  CUSTOMER-MASTER.
013000 01  MASTER-REC.
013100     COPY CUSTREC REPLACING CUST-ID           BY MAST-CUST-ID
013200                            NAME              BY MAST-NAME
013300                            BALANCE           BY MAST-BALANCE
013400                            REGION-CODE       BY MAST-REGION-CODE
013500                            ACCOUNT-OPEN-DATE
013600                                BY MAST-ACCOUNT-OPEN-DATE.
013700
013800 FD  TIER-HISTORY-FILE.
013900 01  TIER-HISTORY-REC.
014000     COPY HISTREC.
014100
014200*================================================================
014300* PORTFOLIO-REPORT-FILE IS THE PRINTED PORTFOLIO REPORT - ONE
014400* 132-BYTE PRINT IMAGE PER LINE, THE SAME CONVENTION AS THE
014500* OTHER REPORTS IN THIS SYSTEM.
014600*================================================================
014700 FD  PORTFOLIO-REPORT-FILE.
014800 01  PORTFOLIO-REPORT-LINE       PIC X(132).
014900
015000 WORKING-STORAGE SECTION.
015100
015200 01  PF-SWITCHES.
015300     05  PF-RMR-STATUS           PIC X(02) VALUE SPACES.
015400         88  PF-RMR-OK                   VALUE '00'.
015500     05  PF-RMA-STATUS           PIC X(02) VALUE SPACES.
015600         88  PF-RMA-OK                   VALUE '00'.
015700         88  PF-RMA-NOT-FOUND            VALUE '35'.
015800     05  PF-OVRD-STATUS          PIC X(02) VALUE SPACES.
015900         88  PF-OVRD-OK                  VALUE '00'.
016000         88  PF-OVRD-NOT-FOUND           VALUE '35'.
016100     05  PF-PEND-STATUS          PIC X(02) VALUE SPACES.
016200         88  PF-PEND-OK                  VALUE '00'.
016300         88  PF-PEND-NOT-FOUND           VALUE '35'.
016400     05  PF-JRNL-STATUS          PIC X(02) VALUE SPACES.
016500         88  PF-JRNL-OK                  VALUE '00'.
016600         88  PF-JRNL-NOT-FOUND           VALUE '35'.
016700     05  PF-ARCH-STATUS          PIC X(02) VALUE SPACES.
016800         88  PF-ARCH-OK                  VALUE '00'.
016900         88  PF-ARCH-NOT-FOUND           VALUE '35'.
017000     05  PF-MAST-STATUS          PIC X(02) VALUE SPACES.
017100         88  PF-MAST-OK                  VALUE '00'.
017200         88  PF-MAST-NO-RECORD           VALUE '23'.
017300     05  PF-HIST-STATUS          PIC X(02) VALUE SPACES.
017400         88  PF-HIST-OK                  VALUE '00'.
017500         88  PF-HIST-NO-RECORD           VALUE '23'.
017600         88  PF-HIST-NOT-FOUND           VALUE '35'.
017700     05  PF-RPT-STATUS           PIC X(02) VALUE SPACES.
017800         88  PF-RPT-OK                   VALUE '00'.
017900     05  PF-RMR-EOF-FLAG         PIC X(01) VALUE 'N'.
018000         88  PF-RMR-EOF                  VALUE 'Y'.
018100     05  PF-RMA-EOF-FLAG         PIC X(01) VALUE 'N'.
018200         88  PF-RMA-EOF                  VALUE 'Y'.
018300     05  PF-OVRD-EOF-FLAG        PIC X(01) VALUE 'N'.
018400         88  PF-OVRD-EOF                 VALUE 'Y'.
018500     05  PF-PEND-EOF-FLAG        PIC X(01) VALUE 'N'.
018600         88  PF-PEND-EOF                 VALUE 'Y'.
018700     05  PF-JRNL-EOF-FLAG        PIC X(01) VALUE 'N'.
018800         88  PF-JRNL-EOF                 VALUE 'Y'.
018900     05  PF-ARCH-EOF-FLAG        PIC X(01) VALUE 'N'.
019000         88  PF-ARCH-EOF                 VALUE 'Y'.
019100     05  PF-HIST-EOF-FLAG        PIC X(01) VALUE 'N'.
019200         88  PF-HIST-EOF                 VALUE 'Y'.
019300     05  PF-RMA-LOADED-FLAG      PIC X(01) VALUE 'N'.
019400         88  PF-RMA-LOADED               VALUE 'Y'.
019500     05  PF-ARCH-NEEDED-FLAG     PIC X(01) VALUE 'N'.
019600         88  PF-ARCH-NEEDED              VALUE 'Y'.
019700     05  PF-JOURNAL-GAP-FLAG     PIC X(01) VALUE 'N'.
019800         88  PF-JOURNAL-GAP              VALUE 'Y'.
019900     05  PF-MAST-OPEN-FLAG       PIC X(01) VALUE 'N'.
020000         88  PF-MAST-OPEN                VALUE 'Y'.
020100     05  PF-HIST-OPEN-FLAG       PIC X(01) VALUE 'N'.
020200         88  PF-HIST-OPEN                VALUE 'Y'.
020230     05  PF-RPT-OPEN-FLAG        PIC X(01) VALUE 'N'.
020260         88  PF-RPT-OPEN                 VALUE 'Y'.
020300     05  PF-ABORT-FLAG           PIC X(01) VALUE 'N'.
020400         88  PF-ABORTED                  VALUE 'Y'.
020500     05  PF-IO-ERROR-FLAG        PIC X(01) VALUE 'N'.
020600         88  PF-IO-ERROR                 VALUE 'Y'.
020700
020800 01  PF-PARM-CARD                PIC X(20) VALUE SPACES.
020900 01  PF-CUST-SUB                 PIC 9(06) VALUE 0.
021000 01  PF-RM-SUB                   PIC 9(03) VALUE 0.
021100 01  PF-RM-MAX                   PIC 9(03) VALUE 200.
021200 01  PF-JRNL-CUST-ID             PIC 9(05) VALUE 0.
021300 01  PF-ENTRY-DELTA              PIC S9(09)V99 VALUE 0.
021400
021500 01  PF-RUN-DATE                 PIC 9(08) VALUE 0.
021600 01  PF-RUN-DATE-PARTS REDEFINES PF-RUN-DATE.
021700     05  PF-RUN-YYYYMM           PIC 9(06).
021800     05  PF-RUN-DD               PIC 9(02).
021900
022000 01  PF-REPORT-MONTH             PIC 9(06) VALUE 0.
022100 01  PF-REPORT-MONTH-PARTS REDEFINES PF-REPORT-MONTH.
022200     05  PF-REPORT-YYYY          PIC 9(04).
022300     05  PF-REPORT-MM            PIC 9(02).
022400
022500 01  PF-MONTH-START              PIC 9(08) VALUE 0.
022600 01  PF-MONTH-START-PARTS REDEFINES PF-MONTH-START.
022700     05  PF-MS-YYYYMM            PIC 9(06).
022800     05  PF-MS-DD                PIC 9(02).
022900
023000 01  PF-ENTRY-DATE               PIC 9(08) VALUE 0.
023100 01  PF-ENTRY-DATE-PARTS REDEFINES PF-ENTRY-DATE.
023200     05  PF-ENTRY-YYYYMM         PIC 9(06).
023300     05  PF-ENTRY-DD             PIC 9(02).
023400
023500 01  PF-JRNL-FIRST-DATE          PIC 9(08) VALUE 99999999.
023600 01  PF-ARCH-FIRST-DATE          PIC 9(08) VALUE 99999999.
023700
023800 01  PF-COUNTERS.
023900     05  PF-COUNT-RMR-READ       PIC 9(07) VALUE 0.
024000     05  PF-COUNT-RMR-REJECTED   PIC 9(07) VALUE 0.
024100     05  PF-COUNT-RMA-READ       PIC 9(07) VALUE 0.
024200     05  PF-COUNT-RMA-LOADED     PIC 9(07) VALUE 0.
024300     05  PF-COUNT-RMA-REJECTED   PIC 9(07) VALUE 0.
024400     05  PF-COUNT-UNKNOWN-RM     PIC 9(07) VALUE 0.
024500     05  PF-COUNT-CHAINED        PIC 9(07) VALUE 0.
024600     05  PF-COUNT-BOOKED         PIC 9(07) VALUE 0.
024700     05  PF-COUNT-NOT-ON-MASTER  PIC 9(07) VALUE 0.
024800     05  PF-COUNT-OVRD-READ      PIC 9(07) VALUE 0.
024900     05  PF-COUNT-OVRD-ACTIVE    PIC 9(07) VALUE 0.
025000     05  PF-COUNT-PEND-READ      PIC 9(07) VALUE 0.
025100     05  PF-COUNT-JRNL-READ      PIC 9(07) VALUE 0.
025200     05  PF-COUNT-ARCH-READ      PIC 9(07) VALUE 0.
025300     05  PF-COUNT-MONTH-ENTRIES  PIC 9(07) VALUE 0.
025400     05  PF-COUNT-JRNL-UNUSABLE  PIC 9(07) VALUE 0.
025500     05  PF-COUNT-VIP-READ       PIC 9(07) VALUE 0.
025600     05  PF-COUNT-VIP-NO-RM      PIC 9(07) VALUE 0.
025700     05  PF-COUNT-VIP-CLOSED     PIC 9(07) VALUE 0.
025800
025900 01  PF-VIP-NO-RM-BALANCE        PIC S9(11)V99 VALUE 0.
026000
026100*================================================================
026200* PF-ALL-TOTALS ACCUMULATE THE RM SUBTOTALS FOR THE ALL-RMS LINE.
026300*================================================================
026400 01  PF-ALL-TOTALS.
026500     05  PF-ALL-CUSTOMERS        PIC 9(07) VALUE 0.
026600     05  PF-ALL-BALANCE          PIC S9(11)V99 VALUE 0.
026700     05  PF-ALL-MOVEMENT         PIC S9(11)V99 VALUE 0.
026800     05  PF-ALL-OVERRIDES        PIC 9(07) VALUE 0.
026900     05  PF-ALL-PENDING          PIC 9(07) VALUE 0.
027000
027100*================================================================
027200* PF-JRNL-WORK IS ONE JOURNAL ENTRY FROM EITHER THE LIVE FILE OR
027300* THE ARCHIVE; PF-BEFORE-IMG AND PF-AFTER-IMG UNPACK ITS IMAGES
027400* SO THE CUST-ID AND BALANCES CAN BE PICKED OUT.  PREFIXED THE
027500* SAME WAY THE OTHER PROGRAMS PREFIX THEIR SECOND COPIES OF
027600* JRNLREC AND CUSTREC.
027700*================================================================
027800 01  PF-JRNL-WORK.
027900     COPY JRNLREC REPLACING JRNL-RUN-DATE     BY WRK-RUN-DATE
028000                            JRNL-TRAN-SEQ     BY WRK-TRAN-SEQ
028100                            JRNL-TRAN-CODE    BY WRK-TRAN-CODE
028200                            JRNL-BEFORE-IMAGE BY WRK-BEFORE-IMAGE
028300                            JRNL-AFTER-IMAGE  BY WRK-AFTER-IMAGE.
028400
028500 01  PF-BEFORE-IMG.
028600     COPY CUSTREC REPLACING CUST-ID           BY BIMG-CUST-ID
028700                            NAME              BY BIMG-NAME
028800                            BALANCE           BY BIMG-BALANCE
028900                            REGION-CODE       BY BIMG-REGION-CODE
029000                            ACCOUNT-OPEN-DATE
029100                                BY BIMG-ACCOUNT-OPEN-DATE.
029200
029300 01  PF-AFTER-IMG.
029400     COPY CUSTREC REPLACING CUST-ID           BY AIMG-CUST-ID
029500                            NAME              BY AIMG-NAME
029600                            BALANCE           BY AIMG-BALANCE
029700                            REGION-CODE       BY AIMG-REGION-CODE
029800                            ACCOUNT-OPEN-DATE
029900                                BY AIMG-ACCOUNT-OPEN-DATE.
030000
030100*================================================================
030200* PF-CUST-TABLE HOLDS, DIRECT-INDEXED BY CUST-ID, THE RM CODE THE
030300* CUSTOMER IS ASSIGNED TO AND ITS RM-TABLE ENTRY (ZERO WHEN THE
030400* CODE IS NOT ON RMREF), THE NEXT CUSTOMER IN THE SAME BOOK, THE
030500* ACTIVE OVERRIDE, THE PENDING COUNT AND EARLIEST DUE DATE, AND
030600* THE MONTH'S NET BALANCE MOVEMENT.
030700*================================================================
030800 01  PF-CUST-TABLE.
030900     05  PF-CUST-ENTRY OCCURS 99999 TIMES.
031000         10  PF-CUST-RM-CODE     PIC X(04) VALUE SPACES.
031100         10  PF-CUST-RM-SUB      PIC 9(03) VALUE ZERO.
031200         10  PF-CUST-NEXT        PIC 9(05) VALUE ZERO.
031300         10  PF-OVRD-TIER        PIC X(01) VALUE SPACE.
031400         10  PF-OVRD-EXPIRY      PIC 9(08) VALUE ZERO.
031500         10  PF-PEND-COUNT       PIC 9(03) VALUE ZERO.
031600         10  PF-PEND-DUE         PIC 9(08) VALUE ZERO.
031700         10  PF-MOVEMENT         PIC S9(09)V99 VALUE ZERO.
031800
031900*================================================================
032000* PF-RM-TABLE HOLDS RMREF IN FILE ORDER WITH, PER RM, THE FIRST
032100* AND LAST CUSTOMER OF THE BOOK'S CHAIN THROUGH PF-CUST-NEXT AND
032200* THE BOOK'S SUBTOTALS.  PF-RM-ENTRY CARRIES OCCURS ... DEPENDING
032300* ON, SO IT IS THE LAST ITEM IN ITS 01-LEVEL GROUP.
032400*================================================================
032500 01  PF-RM-TABLE.
032600     05  PF-RM-COUNT             PIC 9(03) VALUE 0.
032700     05  PF-RM-ENTRY OCCURS 1 TO 200 TIMES
032800             DEPENDING ON PF-RM-COUNT
032900             INDEXED BY PF-RM-IDX.
033000         10  PF-RM-CODE          PIC X(04).
033100         10  PF-RM-NAME          PIC X(25).
033200         10  PF-RM-BRANCH        PIC X(20).
033300         10  PF-RM-FIRST         PIC 9(05).
033400         10  PF-RM-LAST          PIC 9(05).
033500         10  PF-RM-CUSTOMERS     PIC 9(05).
033600         10  PF-RM-BALANCE       PIC S9(11)V99.
033700         10  PF-RM-MOVEMENT      PIC S9(11)V99.
033800         10  PF-RM-OVERRIDES     PIC 9(05).
033900         10  PF-RM-PENDING       PIC 9(05).
034000
034100*================================================================
034200* PRINT-LINE LAYOUTS FOR PORTFOLIO-REPORT-FILE.
034300*================================================================
034400 01  PR-TITLE-LINE.
034500     05  FILLER              PIC X(40) VALUE SPACES.
034600     05  FILLER              PIC X(37)
034700         VALUE "RELATIONSHIP MANAGER PORTFOLIO REPORT".
034800     05  FILLER              PIC X(55) VALUE SPACES.
034900
035000 01  PR-DATE-LINE.
035100     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
035200     05  PR-RUN-DATE         PIC 9(08).
035300     05  FILLER              PIC X(05) VALUE SPACES.
035400     05  FILLER              PIC X(16) VALUE "MOVEMENT MONTH: ".
035500     05  PR-REPORT-MONTH     PIC 9(06).
035600     05  FILLER              PIC X(87) VALUE SPACES.
035700
035800 01  PR-BLANK-LINE.
035900     05  FILLER              PIC X(132) VALUE SPACES.
036000
036100 01  PR-REJECT-LINE.
036200     05  FILLER              PIC X(04) VALUE "*** ".
036300     05  PR-REJ-FILE         PIC X(08).
036400     05  PR-REJ-ACTION       PIC X(12).
036500     05  PR-REJ-REASON       PIC X(26).
036600     05  FILLER              PIC X(03) VALUE " : ".
036700     05  PR-REJ-CARD         PIC X(49).
036800     05  FILLER              PIC X(30) VALUE SPACES.
036900
037000 01  PR-RM-HEADER-LINE.
037100     05  FILLER              PIC X(04) VALUE "RM: ".
037200     05  PR-RM-CODE          PIC X(04).
037300     05  FILLER              PIC X(03) VALUE SPACES.
037400     05  PR-RM-NAME          PIC X(25).
037500     05  FILLER              PIC X(03) VALUE SPACES.
037600     05  FILLER              PIC X(08) VALUE "BRANCH: ".
037700     05  PR-RM-BRANCH        PIC X(20).
037800     05  FILLER              PIC X(65) VALUE SPACES.
037900
038000 01  PR-COLUMN-HEADER-LINE.
038100     05  FILLER              PIC X(41)
038200         VALUE "CUST-ID  NAME                  CURR PRIOR".
038300     05  FILLER              PIC X(44)
038400         VALUE "       BALANCE   OVRD EXPIRY  PEND  NEXT DUE".
038500     05  FILLER              PIC X(24)
038600         VALUE "   MONTH MOVEMENT   NOTE".
038700     05  FILLER              PIC X(23) VALUE SPACES.
038800
038900 01  PR-DETAIL-LINE.
039000     05  FILLER              PIC X(02) VALUE SPACES.
039100     05  PR-CUST-ID          PIC 9(05).
039200     05  FILLER              PIC X(02) VALUE SPACES.
039300     05  PR-NAME             PIC X(20).
039400     05  FILLER              PIC X(03) VALUE SPACES.
039500     05  PR-CURR-TIER        PIC X(01).
039600     05  FILLER              PIC X(05) VALUE SPACES.
039700     05  PR-PRIOR-TIER       PIC X(01).
039800     05  FILLER              PIC X(03) VALUE SPACES.
039900     05  PR-BALANCE          PIC -Z,ZZZ,ZZ9.99.
040000     05  PR-BALANCE-X REDEFINES PR-BALANCE
040100                             PIC X(13).
040200     05  FILLER              PIC X(03) VALUE SPACES.
040300     05  PR-OVRD-TIER        PIC X(01).
040400     05  FILLER              PIC X(02) VALUE SPACES.
040500     05  PR-OVRD-EXPIRY      PIC X(08).
040600     05  FILLER              PIC X(03) VALUE SPACES.
040700     05  PR-PEND-COUNT       PIC ZZ9.
040800     05  FILLER              PIC X(02) VALUE SPACES.
040900     05  PR-PEND-DUE         PIC X(08).
041000     05  FILLER              PIC X(03) VALUE SPACES.
041100     05  PR-MOVEMENT         PIC -ZZ,ZZZ,ZZ9.99.
041200     05  FILLER              PIC X(03) VALUE SPACES.
041300     05  PR-NOTE             PIC X(20).
041400     05  FILLER              PIC X(07) VALUE SPACES.
041500
041600 01  PR-RM-TOTAL-LINE.
041700     05  PR-RT-LABEL         PIC X(13).
041800     05  FILLER              PIC X(12) VALUE "  CUSTOMERS ".
041900     05  PR-RT-CUSTOMERS     PIC ZZ,ZZ9.
042000     05  FILLER              PIC X(10) VALUE "  BALANCE ".
042100     05  PR-RT-BALANCE       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
042200     05  FILLER              PIC X(11) VALUE "  MOVEMENT ".
042300     05  PR-RT-MOVEMENT      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
042400     05  FILLER              PIC X(12) VALUE "  OVERRIDES ".
042500     05  PR-RT-OVERRIDES     PIC ZZ,ZZ9.
042600     05  FILLER              PIC X(10) VALUE "  PENDING ".
042700     05  PR-RT-PENDING       PIC ZZ,ZZ9.
042800     05  FILLER              PIC X(10) VALUE SPACES.
042900
043000 01  PR-SECTION-LINE.
043100     05  PR-SECTION-TEXT     PIC X(60).
043200     05  FILLER              PIC X(72) VALUE SPACES.
043300
043400 01  PR-VIP-HEADER-LINE.
043500     05  FILLER              PIC X(35)
043600         VALUE "CUST-ID  NAME                   RGN".
043700     05  FILLER              PIC X(23)
043800         VALUE "         BALANCE   NOTE".
043900     05  FILLER              PIC X(74) VALUE SPACES.
044000
044100 01  PR-VIP-LINE.
044200     05  FILLER              PIC X(02) VALUE SPACES.
044300     05  PR-VIP-CUST-ID      PIC 9(05).
044400     05  FILLER              PIC X(02) VALUE SPACES.
044500     05  PR-VIP-NAME         PIC X(20).
044600     05  FILLER              PIC X(03) VALUE SPACES.
044700     05  PR-VIP-REGION       PIC X(03).
044800     05  FILLER              PIC X(03) VALUE SPACES.
044900     05  PR-VIP-BALANCE      PIC -Z,ZZZ,ZZ9.99.
045000     05  FILLER              PIC X(03) VALUE SPACES.
045100     05  PR-VIP-NOTE.
045200         10  PR-VIP-NOTE-LEAD    PIC X(15).
045300         10  PR-VIP-RM-CODE      PIC X(04).
045400         10  PR-VIP-NOTE-TAIL    PIC X(15).
045500     05  FILLER              PIC X(44) VALUE SPACES.
045600
045700 01  PR-TOTAL-LINE.
045800     05  PR-LABEL            PIC X(34).
045900     05  FILLER              PIC X(05) VALUE SPACES.
046000     05  PR-COUNT            PIC ZZZZZZ9.
046100     05  FILLER              PIC X(86) VALUE SPACES.
046200
046300 01  PR-AMOUNT-LINE.
046400     05  PR-AMT-LABEL        PIC X(34).
046500     05  FILLER              PIC X(01) VALUE SPACES.
046600     05  PR-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
046700     05  FILLER              PIC X(79) VALUE SPACES.
046800
046900 01  PR-NOTE-LINE.
047000     05  FILLER              PIC X(04) VALUE "*** ".
047100     05  PR-NOTE-TEXT        PIC X(70).
047200     05  FILLER              PIC X(58) VALUE SPACES.
047300
047400 01  PR-ABORT-LINE.
047500     05  FILLER              PIC X(18)
047600         VALUE "*** RUN ABORTED - ".
047700     05  PR-ABORT-TEXT       PIC X(60).
047800     05  FILLER              PIC X(54) VALUE SPACES.
047900
048000 PROCEDURE DIVISION.
048100
048200 0000-MAINLINE.
048300
048400     PERFORM 1000-INITIALIZE
048500         THRU 1000-EXIT
048600
048700     IF NOT PF-ABORTED
048800         PERFORM 1100-LOAD-RM-REFERENCE
048900             THRU 1100-EXIT
049000     END-IF
049100
049200     IF NOT PF-ABORTED
049300         PERFORM 1200-LOAD-ASSIGNMENTS
049400             THRU 1200-EXIT
049500     END-IF
049600
049700     IF NOT PF-ABORTED
049800         PERFORM 1300-LOAD-OVERRIDES
049900             THRU 1300-EXIT
050000         PERFORM 1400-LOAD-PENDING-FILE
050100             THRU 1400-EXIT
050200     END-IF
050300
050400     IF NOT PF-ABORTED
050500         PERFORM 1500-READ-LIVE-JOURNAL
050600             THRU 1500-EXIT
050700     END-IF
050800
050900     IF NOT PF-ABORTED AND PF-ARCH-NEEDED
051000         PERFORM 1600-READ-ARCHIVE
051100             THRU 1600-EXIT
051200     END-IF
051300
051400     IF NOT PF-ABORTED
051500         PERFORM 1800-CHAIN-BOOK
051600             THRU 1800-EXIT
051700             VARYING PF-CUST-SUB FROM 1 BY 1
051800             UNTIL PF-CUST-SUB > 99999
051900         PERFORM 2000-OPEN-LOOKUP-FILES
052000             THRU 2000-EXIT
052100     END-IF
052200
052300     IF NOT PF-ABORTED
052400         PERFORM 3000-PRINT-BOOKS
052500             THRU 3000-EXIT
052600         PERFORM 4000-PRINT-UNASSIGNED-VIPS
052700             THRU 4000-EXIT
052800         PERFORM 8000-PRINT-CONTROLS
052900             THRU 8000-EXIT
053000     END-IF
053100
053200     DISPLAY "RMS ON FILE: " PF-RM-COUNT
053300     DISPLAY "CUSTOMERS IN RM BOOKS: " PF-COUNT-BOOKED
053400     DISPLAY "VIP CUSTOMERS WITH NO RM: " PF-COUNT-VIP-NO-RM
053500
053600     PERFORM 9000-TERMINATE
053700         THRU 9000-EXIT
053800
053900*----------------------------------------------------------------
054000* SEVERITY FOR THE SCHEDULER - RC=8 WHEN THE RUN ABORTED, A FILE
054100* HIT A BAD STATUS OR THE CONTROL TOTALS DID NOT FOOT; RC=4 WHEN
054200* A REFERENCE OR ASSIGNMENT CARD WAS REJECTED, AN ASSIGNMENT
054300* NAMES AN RM NOT ON FILE OR A CUSTOMER NO LONGER ON THE MASTER,
054400* OR THE REPORT WAS MADE WITHOUT THE ASSIGNMENT FILE, TIER
054500* HISTORY OR A JOURNAL COVERING THE WHOLE MONTH; RC=0 OTHERWISE.
054600*----------------------------------------------------------------
054700     IF PF-ABORTED OR PF-IO-ERROR
054800         MOVE 8 TO RETURN-CODE
054900     ELSE
055000         IF PF-COUNT-RMR-REJECTED > ZERO
055100            OR PF-COUNT-RMA-REJECTED > ZERO
055200            OR PF-COUNT-UNKNOWN-RM > ZERO
055300            OR PF-COUNT-NOT-ON-MASTER > ZERO
055400            OR NOT PF-RMA-LOADED OR NOT PF-HIST-OPEN
055500            OR PF-JOURNAL-GAP
055600             MOVE 4 TO RETURN-CODE
055700         END-IF
055800     END-IF
055900
056000     STOP RUN.
056100
056200 1000-INITIALIZE.
056300*----------------------------------------------------------------
056400* THE PARM IS THE REPORT MONTH, YYYYMM IN POSITIONS 1-6.  A BLANK
056500* PARM TAKES THE RUN DATE'S MONTH; ANYTHING ELSE THAT IS NOT A
056650* VALID MONTH ABORTS THE RUN, AS DOES A REPORT FILE THAT DOES
056700* NOT OPEN.
056750*----------------------------------------------------------------
056800     ACCEPT PF-PARM-CARD FROM COMMAND-LINE
056900     ACCEPT PF-RUN-DATE FROM DATE YYYYMMDD
057000
057070     OPEN OUTPUT PORTFOLIO-REPORT-FILE
057140     IF NOT PF-RPT-OK
057210         DISPLAY "ERROR OPENING PORTFOLIO-REPORT-FILE - FILE "
057280             "STATUS " PF-RPT-STATUS
057350         MOVE 'Y' TO PF-IO-ERROR-FLAG
057420         MOVE 'Y' TO PF-ABORT-FLAG
057490         GO TO 1000-EXIT
057560     END-IF
057630     MOVE 'Y' TO PF-RPT-OPEN-FLAG
057700
057800     WRITE PORTFOLIO-REPORT-LINE FROM PR-TITLE-LINE
057900
058000     IF PF-PARM-CARD(1:6) = SPACES
058100         MOVE PF-RUN-YYYYMM TO PF-REPORT-MONTH
058200     ELSE
058300         IF PF-PARM-CARD(1:6) IS NUMERIC
058400             MOVE PF-PARM-CARD(1:6) TO PF-REPORT-MONTH
058500             IF PF-REPORT-MM < 1 OR PF-REPORT-MM > 12
058600                 MOVE 'Y' TO PF-ABORT-FLAG
058700             END-IF
058800         ELSE
058900             MOVE 'Y' TO PF-ABORT-FLAG
059000         END-IF
059100     END-IF
059200
059300     MOVE PF-REPORT-MONTH TO PF-MS-YYYYMM
059400     MOVE 1               TO PF-MS-DD
059500
059600     MOVE PF-RUN-DATE     TO PR-RUN-DATE
059700     MOVE PF-REPORT-MONTH TO PR-REPORT-MONTH
059800     WRITE PORTFOLIO-REPORT-LINE FROM PR-DATE-LINE
059900     WRITE PORTFOLIO-REPORT-LINE FROM PR-BLANK-LINE
060000
060100     IF PF-ABORTED
060200         DISPLAY "REPORT MONTH PARM NOT YYYYMM - " PF-PARM-CARD
060300         MOVE "REPORT MONTH PARM NOT YYYYMM" TO PR-ABORT-TEXT
060400         WRITE PORTFOLIO-REPORT-LINE FROM PR-ABORT-LINE
060500     END-IF.
060600
060700 1000-EXIT.
060800     EXIT.
060900
061000 1100-LOAD-RM-REFERENCE.
061100*----------------------------------------------------------------
061200* THE RM REFERENCE FILE IS THE LIST OF BOOKS TO PRINT, SO WITHOUT
061300* IT - OR WITH NOBODY ON IT - THERE IS NO REPORT.  A CARD WITH NO
061400* CODE, OR REPEATING A CODE ALREADY LOADED, IS LISTED AS REJECTED.
061500* MORE MANAGERS THAN THE TABLE HOLDS ABORTS THE RUN RATHER THAN
061600* PRINT A REPORT WITH BOOKS SILENTLY MISSING.
061700*----------------------------------------------------------------
061800     OPEN INPUT RM-REFERENCE-FILE
061900     IF NOT PF-RMR-OK
062000         DISPLAY "ERROR OPENING RM-REFERENCE-FILE - FILE STATUS "
062100             PF-RMR-STATUS
062200         MOVE "RM REFERENCE FILE DID NOT OPEN" TO PR-ABORT-TEXT
062300         WRITE PORTFOLIO-REPORT-LINE FROM PR-ABORT-LINE
062400         MOVE 'Y' TO PF-ABORT-FLAG
062500         GO TO 1100-EXIT
062600     END-IF
062700
062800     MOVE 'N' TO PF-RMR-EOF-FLAG
062900     PERFORM 1110-READ-RMR-REC
063000         THRU 1110-EXIT
063100         UNTIL PF-RMR-EOF
063200     CLOSE RM-REFERENCE-FILE
063300
063400     IF NOT PF-ABORTED AND PF-RM-COUNT = ZERO
063500         MOVE "NO RMS ON THE RM REFERENCE FILE" TO PR-ABORT-TEXT
063600         WRITE PORTFOLIO-REPORT-LINE FROM PR-ABORT-LINE
063700         MOVE 'Y' TO PF-ABORT-FLAG
063800     END-IF.
063900
064000 1100-EXIT.
064100     EXIT.
064200
064300 1110-READ-RMR-REC.
064400     READ RM-REFERENCE-FILE
064500         AT END
064600             MOVE 'Y' TO PF-RMR-EOF-FLAG
064700             GO TO 1110-EXIT
064800     END-READ
064900
065000*    A READ FAILURE THAT IS NOT A CLEAN EOF MUST NOT SPIN THE
065100*    LOAD LOOP - THE RUN IS ABANDONED.
065200     IF NOT PF-RMR-OK
065300         DISPLAY "ERROR READING RM-REFERENCE-FILE - FILE STATUS "
065400             PF-RMR-STATUS
065500         MOVE "RM REFERENCE FILE READ ERROR" TO PR-ABORT-TEXT
065600         WRITE PORTFOLIO-REPORT-LINE FROM PR-ABORT-LINE
065700         MOVE 'Y' TO PF-ABORT-FLAG
065800         MOVE 'Y' TO PF-RMR-EOF-FLAG
065900         GO TO 1110-EXIT
066000     END-IF
066100
066200     ADD 1 TO PF-COUNT-RMR-READ
066300
066400     IF RMR-RM-CODE = SPACES
066500         MOVE "NO RM CODE" TO PR-REJ-REASON
066600         PERFORM 1120-REJECT-RMR-REC
066700             THRU 1120-EXIT
066800         GO TO 1110-EXIT
066900     END-IF
067000
067100     IF PF-RM-COUNT > ZERO
067200         SET PF-RM-IDX TO 1
067300         SEARCH PF-RM-ENTRY
067400             AT END
067500                 CONTINUE
067600             WHEN PF-RM-CODE(PF-RM-IDX) = RMR-RM-CODE
067700                 MOVE "RM CODE ALREADY ON FILE" TO PR-REJ-REASON
067800                 PERFORM 1120-REJECT-RMR-REC
067900                     THRU 1120-EXIT
068000                 GO TO 1110-EXIT
068100         END-SEARCH
068200     END-IF
068300
068400     IF PF-RM-COUNT NOT < PF-RM-MAX
068500         MOVE "MORE THAN 200 RMS ON THE RM REFERENCE FILE"
068600             TO PR-ABORT-TEXT
068700         WRITE PORTFOLIO-REPORT-LINE FROM PR-ABORT-LINE
068800         MOVE 'Y' TO PF-ABORT-FLAG
068900         MOVE 'Y' TO PF-RMR-EOF-FLAG
069000         GO TO 1110-EXIT
069100     END-IF
069200
069300     ADD 1 TO PF-RM-COUNT
069400     SET PF-RM-IDX TO PF-RM-COUNT
069500     MOVE RMR-RM-CODE TO PF-RM-CODE(PF-RM-IDX)
069600     MOVE RMR-RM-NAME TO PF-RM-NAME(PF-RM-IDX)
069700     MOVE RMR-BRANCH  TO PF-RM-BRANCH(PF-RM-IDX)
069800     MOVE ZERO        TO PF-RM-FIRST(PF-RM-IDX)
069900                         PF-RM-LAST(PF-RM-IDX)
070000                         PF-RM-CUSTOMERS(PF-RM-IDX)
070100                         PF-RM-BALANCE(PF-RM-IDX)
070200                         PF-RM-MOVEMENT(PF-RM-IDX)
070300                         PF-RM-OVERRIDES(PF-RM-IDX)
070400                         PF-RM-PENDING(PF-RM-IDX).
070500
070600 1110-EXIT.
070700     EXIT.
070800
070900 1120-REJECT-RMR-REC.
071000     ADD 1 TO PF-COUNT-RMR-REJECTED
071100     MOVE "RMREF"          TO PR-REJ-FILE
071200     MOVE " REJECTED - "   TO PR-REJ-ACTION
071300     MOVE RM-REFERENCE-REC TO PR-REJ-CARD
071400     WRITE PORTFOLIO-REPORT-LINE FROM PR-REJECT-LINE.
071500
071600 1120-EXIT.
071700     EXIT.
071800
071900 1200-LOAD-ASSIGNMENTS.
072000*----------------------------------------------------------------
072100* A CARD WITH A BAD CUST-ID OR NO RM CODE, OR FOR A CUSTOMER
072200* ALREADY ASSIGNED, IS REJECTED - THE FIRST ASSIGNMENT STANDS.
072300* AN ASSIGNMENT TO A CODE NOT ON RMREF IS KEPT BUT FLAGGED: THE
072400* CUSTOMER IS IN NO BOOK, AND A VIP SO ASSIGNED IS LISTED WITH
072500* THE VIPS THAT HAVE NO RM.  NO ASSIGNMENT FILE YET MEANS EVERY
072600* BOOK IS EMPTY AND THE RUN ENDS RC 4.
072700*----------------------------------------------------------------
072800     OPEN INPUT RM-ASSIGNMENT-FILE
072900
073000     IF PF-RMA-NOT-FOUND
073100         GO TO 1200-EXIT
073200     END-IF
073300
073400     IF NOT PF-RMA-OK
073500         DISPLAY "ERROR OPENING RM-ASSIGNMENT-FILE - FILE STATUS "
073600             PF-RMA-STATUS
073700         MOVE "RM ASSIGNMENT FILE DID NOT OPEN" TO PR-ABORT-TEXT
073800         WRITE PORTFOLIO-REPORT-LINE FROM PR-ABORT-LINE
073900         MOVE 'Y' TO PF-ABORT-FLAG
074000         GO TO 1200-EXIT
074100     END-IF
074200
074300     MOVE 'Y' TO PF-RMA-LOADED-FLAG
074400     MOVE 'N' TO PF-RMA-EOF-FLAG
074500     PERFORM 1210-READ-RMA-REC
074600         THRU 1210-EXIT
074700         UNTIL PF-RMA-EOF
074800     CLOSE RM-ASSIGNMENT-FILE.
074900
075000 1200-EXIT.
075100     EXIT.
075200
075300 1210-READ-RMA-REC.
075400     READ RM-ASSIGNMENT-FILE
075500         AT END
075600             MOVE 'Y' TO PF-RMA-EOF-FLAG
075700             GO TO 1210-EXIT
075800     END-READ
075900
076000     IF NOT PF-RMA-OK
076100         DISPLAY "ERROR READING RM-ASSIGNMENT-FILE - FILE STATUS "
076200             PF-RMA-STATUS
076300         MOVE "RM ASSIGNMENT FILE READ ERROR" TO PR-ABORT-TEXT
076400         WRITE PORTFOLIO-REPORT-LINE FROM PR-ABORT-LINE
076500         MOVE 'Y' TO PF-ABORT-FLAG
076600         MOVE 'Y' TO PF-RMA-EOF-FLAG
076700         GO TO 1210-EXIT
076800     END-IF
076900
077000     ADD 1 TO PF-COUNT-RMA-READ
077100     MOVE "RMASSIGN"     TO PR-REJ-FILE
077200     MOVE " REJECTED - " TO PR-REJ-ACTION
077300
077400     IF RMA-CUST-ID IS NOT NUMERIC OR RMA-CUST-ID = ZERO
077500         MOVE "CUST-ID NOT NUMERIC" TO PR-REJ-REASON
077600         PERFORM 1220-REJECT-RMA-REC
077700             THRU 1220-EXIT
077800         GO TO 1210-EXIT
077900     END-IF
078000
078100     IF RMA-RM-CODE = SPACES
078200         MOVE "NO RM CODE" TO PR-REJ-REASON
078300         PERFORM 1220-REJECT-RMA-REC
078400             THRU 1220-EXIT
078500         GO TO 1210-EXIT
078600     END-IF
078700
078800     IF PF-CUST-RM-CODE(RMA-CUST-ID) NOT = SPACES
078900         MOVE "CUSTOMER ALREADY ASSIGNED" TO PR-REJ-REASON
079000         PERFORM 1220-REJECT-RMA-REC
079100             THRU 1220-EXIT
079200         GO TO 1210-EXIT
079300     END-IF
079400
079500     ADD 1 TO PF-COUNT-RMA-LOADED
079600     MOVE RMA-RM-CODE TO PF-CUST-RM-CODE(RMA-CUST-ID)
079700
079800     SET PF-RM-IDX TO 1
079900     SEARCH PF-RM-ENTRY
080000         AT END
080100             ADD 1 TO PF-COUNT-UNKNOWN-RM
080200             MOVE " WARNING  - "     TO PR-REJ-ACTION
080300             MOVE "RM CODE NOT ON RMREF" TO PR-REJ-REASON
080400             MOVE RM-ASSIGNMENT-REC  TO PR-REJ-CARD
080500             WRITE PORTFOLIO-REPORT-LINE FROM PR-REJECT-LINE
080600         WHEN PF-RM-CODE(PF-RM-IDX) = RMA-RM-CODE
080700             SET PF-CUST-RM-SUB(RMA-CUST-ID) TO PF-RM-IDX
080800     END-SEARCH.
080900
081000 1210-EXIT.
081100     EXIT.
081200
081300 1220-REJECT-RMA-REC.
081400     ADD 1 TO PF-COUNT-RMA-REJECTED
081500     MOVE RM-ASSIGNMENT-REC TO PR-REJ-CARD
081600     WRITE PORTFOLIO-REPORT-LINE FROM PR-REJECT-LINE.
081700
081800 1220-EXIT.
081900     EXIT.
082000
082100 1300-LOAD-OVERRIDES.
082200*----------------------------------------------------------------
082300* AN OVERRIDE IS ACTIVE, AS CUSTOMERBATCH HONORS IT, WHEN ITS
082400* TIER IS V, P OR N AND IT EXPIRES ON OR AFTER THE RUN DATE.
082500* EXPIRED AND MALFORMED ENTRIES ARE PASSED OVER.  NO OVERRIDE
082600* FILE MEANS NO OVERRIDES.
082700*----------------------------------------------------------------
082800     OPEN INPUT OVERRIDE-FILE
082900
083000     IF PF-OVRD-NOT-FOUND
083100         GO TO 1300-EXIT
083200     END-IF
083300
083400     IF NOT PF-OVRD-OK
083500         DISPLAY "ERROR OPENING OVERRIDE-FILE - FILE STATUS "
083600             PF-OVRD-STATUS
083700         MOVE "OVERRIDE-FILE DID NOT OPEN" TO PR-ABORT-TEXT
083800         WRITE PORTFOLIO-REPORT-LINE FROM PR-ABORT-LINE
083900         MOVE 'Y' TO PF-ABORT-FLAG
084000         GO TO 1300-EXIT
084100     END-IF
084200
084300     MOVE 'N' TO PF-OVRD-EOF-FLAG
084400     PERFORM 1310-READ-OVRD-REC
084500         THRU 1310-EXIT
084600         UNTIL PF-OVRD-EOF
084700     CLOSE OVERRIDE-FILE.
084800
084900 1300-EXIT.
085000     EXIT.
085100
085200 1310-READ-OVRD-REC.
085300     READ OVERRIDE-FILE
085400         AT END
085500             MOVE 'Y' TO PF-OVRD-EOF-FLAG
085600             GO TO 1310-EXIT
085700     END-READ
085800
085900     IF NOT PF-OVRD-OK
086000         DISPLAY "ERROR READING OVERRIDE-FILE - FILE STATUS "
086100             PF-OVRD-STATUS
086200         MOVE "OVERRIDE-FILE READ ERROR" TO PR-ABORT-TEXT
086300         WRITE PORTFOLIO-REPORT-LINE FROM PR-ABORT-LINE
086400         MOVE 'Y' TO PF-ABORT-FLAG
086500         MOVE 'Y' TO PF-OVRD-EOF-FLAG
086600         GO TO 1310-EXIT
086700     END-IF
086800
086900     ADD 1 TO PF-COUNT-OVRD-READ
087000
087100     IF OVRD-CUST-ID IS NUMERIC AND OVRD-CUST-ID > ZERO
087200        AND (OVRD-TIER = 'V' OR 'P' OR 'N')
087300        AND OVRD-EXPIRY-DATE IS NUMERIC
087400        AND OVRD-EXPIRY-DATE NOT < PF-RUN-DATE
087500         IF PF-OVRD-TIER(OVRD-CUST-ID) = SPACE
087600             ADD 1 TO PF-COUNT-OVRD-ACTIVE
087700         END-IF
087800         MOVE OVRD-TIER        TO PF-OVRD-TIER(OVRD-CUST-ID)
087900         MOVE OVRD-EXPIRY-DATE TO PF-OVRD-EXPIRY(OVRD-CUST-ID)
088000     END-IF.
088100
088200 1310-EXIT.
088300     EXIT.
088400
088500 1400-LOAD-PENDING-FILE.
088600*----------------------------------------------------------------
088700* COUNTS THE TRANSACTIONS PARKED FOR EACH CUSTOMER AND KEEPS THE
088800* EARLIEST EFFECTIVE DATE.  NO PENDING FILE YET MEANS NOTHING IS
088900* PARKED.
089000*----------------------------------------------------------------
089100     OPEN INPUT PENDING-FILE
089200
089300     IF PF-PEND-NOT-FOUND
089400         GO TO 1400-EXIT
089500     END-IF
089600
089700     IF NOT PF-PEND-OK
089800         DISPLAY "ERROR OPENING PENDING-FILE - FILE STATUS "
089900             PF-PEND-STATUS
090000         MOVE "PENDING-FILE DID NOT OPEN" TO PR-ABORT-TEXT
090100         WRITE PORTFOLIO-REPORT-LINE FROM PR-ABORT-LINE
090200         MOVE 'Y' TO PF-ABORT-FLAG
090300         GO TO 1400-EXIT
090400     END-IF
090500
090600     MOVE 'N' TO PF-PEND-EOF-FLAG
090700     PERFORM 1410-READ-PEND-REC
090800         THRU 1410-EXIT
090900         UNTIL PF-PEND-EOF
091000     CLOSE PENDING-FILE.
091100
091200 1400-EXIT.
091300     EXIT.
091400
091500 1410-READ-PEND-REC.
091600     READ PENDING-FILE
091700         AT END
091800             MOVE 'Y' TO PF-PEND-EOF-FLAG
091900             GO TO 1410-EXIT
092000     END-READ
092100
092200     IF NOT PF-PEND-OK
092300         DISPLAY "ERROR READING PENDING-FILE - FILE STATUS "
092400             PF-PEND-STATUS
092500         MOVE "PENDING-FILE READ ERROR" TO PR-ABORT-TEXT
092600         WRITE PORTFOLIO-REPORT-LINE FROM PR-ABORT-LINE
092700         MOVE 'Y' TO PF-ABORT-FLAG
092800         MOVE 'Y' TO PF-PEND-EOF-FLAG
092900         GO TO 1410-EXIT
093000     END-IF
093100
093200     ADD 1 TO PF-COUNT-PEND-READ
093300
093400     IF PEND-CUST-ID IS NOT NUMERIC OR PEND-CUST-ID = ZERO
093500         GO TO 1410-EXIT
093600     END-IF
093700
093800     IF PF-PEND-COUNT(PEND-CUST-ID) < 999
093900         ADD 1 TO PF-PEND-COUNT(PEND-CUST-ID)
094000     END-IF
094100
094200     IF PEND-EFF-DATE IS NUMERIC
094300         IF PF-PEND-DUE(PEND-CUST-ID) = ZERO
094400            OR PEND-EFF-DATE < PF-PEND-DUE(PEND-CUST-ID)
094500             MOVE PEND-EFF-DATE TO PF-PEND-DUE(PEND-CUST-ID)
094600         END-IF
094700     END-IF.
094800
094900 1410-EXIT.
095000     EXIT.
095100
095200 1500-READ-LIVE-JOURNAL.
095300*----------------------------------------------------------------
095400* THE LIVE JOURNAL IS READ IN FULL.  WHEN IT DOES NOT REACH BACK
095500* TO THE START OF THE REPORT MONTH - ITS FIRST ENTRY IS LATER, OR
095600* THERE IS NO LIVE JOURNAL AT ALL - THE ARCHIVE IS READ AS WELL,
095700* AS DORMDET DOES.
095800*----------------------------------------------------------------
095900     OPEN INPUT JOURNAL-FILE
096000
096100     IF PF-JRNL-NOT-FOUND
096200         MOVE 'Y' TO PF-ARCH-NEEDED-FLAG
096300         GO TO 1500-EXIT
096400     END-IF
096500
096600     IF NOT PF-JRNL-OK
096700         DISPLAY "ERROR OPENING JOURNAL-FILE - FILE STATUS "
096800             PF-JRNL-STATUS
096900         MOVE "JOURNAL-FILE DID NOT OPEN" TO PR-ABORT-TEXT
097000         WRITE PORTFOLIO-REPORT-LINE FROM PR-ABORT-LINE
097100         MOVE 'Y' TO PF-ABORT-FLAG
097200         GO TO 1500-EXIT
097300     END-IF
097400
097500     MOVE 'N' TO PF-JRNL-EOF-FLAG
097600     PERFORM 1510-READ-JRNL-REC
097700         THRU 1510-EXIT
097800         UNTIL PF-JRNL-EOF
097900     CLOSE JOURNAL-FILE
098000
098100     IF PF-JRNL-FIRST-DATE > PF-MONTH-START
098200         MOVE 'Y' TO PF-ARCH-NEEDED-FLAG
098300     END-IF.
098400
098500 1500-EXIT.
098600     EXIT.
098700
098800 1510-READ-JRNL-REC.
098900     READ JOURNAL-FILE
099000         AT END
099100             MOVE 'Y' TO PF-JRNL-EOF-FLAG
099200             GO TO 1510-EXIT
099300     END-READ
099400
099500     IF NOT PF-JRNL-OK
099600         DISPLAY "ERROR READING JOURNAL-FILE - FILE STATUS "
099700             PF-JRNL-STATUS
099800         MOVE "JOURNAL-FILE READ ERROR" TO PR-ABORT-TEXT
099900         WRITE PORTFOLIO-REPORT-LINE FROM PR-ABORT-LINE
100000         MOVE 'Y' TO PF-ABORT-FLAG
100100         MOVE 'Y' TO PF-JRNL-EOF-FLAG
100200         GO TO 1510-EXIT
100300     END-IF
100400
100500     ADD 1 TO PF-COUNT-JRNL-READ
100600     MOVE JOURNAL-REC TO PF-JRNL-WORK
100700     IF WRK-RUN-DATE IS NUMERIC
100800        AND WRK-RUN-DATE < PF-JRNL-FIRST-DATE
100900         MOVE WRK-RUN-DATE TO PF-JRNL-FIRST-DATE
101000     END-IF
101100     PERFORM 1700-NOTE-JOURNAL-ENTRY
101200         THRU 1700-EXIT.
101300
101400 1510-EXIT.
101500     EXIT.
101600
101700 1600-READ-ARCHIVE.
101800*----------------------------------------------------------------
101900* THE ARCHIVE MUST REACH BACK TO THE START OF THE MONTH TOO.  NO
102000* ARCHIVE, OR ONE THAT STARTS LATER, LEAVES PART OF THE MONTH
102100* UNSEEN - THE MOVEMENT COLUMN IS PRINTED BUT FLAGGED, RC 4.
102200*----------------------------------------------------------------
102300     OPEN INPUT JOURNAL-ARCHIVE-FILE
102400
102500     IF PF-ARCH-NOT-FOUND
102600         MOVE 'Y' TO PF-JOURNAL-GAP-FLAG
102700         GO TO 1600-EXIT
102800     END-IF
102900
103000     IF NOT PF-ARCH-OK
103100         DISPLAY "ERROR OPENING JOURNAL-ARCHIVE-FILE - FILE "
103200             "STATUS " PF-ARCH-STATUS
103300         MOVE "JOURNAL ARCHIVE DID NOT OPEN" TO PR-ABORT-TEXT
103400         WRITE PORTFOLIO-REPORT-LINE FROM PR-ABORT-LINE
103500         MOVE 'Y' TO PF-ABORT-FLAG
103600         GO TO 1600-EXIT
103700     END-IF
103800
103900     MOVE 'N' TO PF-ARCH-EOF-FLAG
104000     PERFORM 1610-READ-ARCH-REC
104100         THRU 1610-EXIT
104200         UNTIL PF-ARCH-EOF
104300     CLOSE JOURNAL-ARCHIVE-FILE
104400
104500     IF PF-ARCH-FIRST-DATE > PF-MONTH-START
104600         MOVE 'Y' TO PF-JOURNAL-GAP-FLAG
104700     END-IF.
104800
104900 1600-EXIT.
105000     EXIT.
105100
105200 1610-READ-ARCH-REC.
105300     READ JOURNAL-ARCHIVE-FILE
105400         AT END
105500             MOVE 'Y' TO PF-ARCH-EOF-FLAG
105600             GO TO 1610-EXIT
105700     END-READ
105800
105900     IF NOT PF-ARCH-OK
106000         DISPLAY "ERROR READING JOURNAL-ARCHIVE-FILE - FILE "
106100             "STATUS " PF-ARCH-STATUS
106200         MOVE "JOURNAL ARCHIVE READ ERROR" TO PR-ABORT-TEXT
106300         WRITE PORTFOLIO-REPORT-LINE FROM PR-ABORT-LINE
106400         MOVE 'Y' TO PF-ABORT-FLAG
106500         MOVE 'Y' TO PF-ARCH-EOF-FLAG
106600         GO TO 1610-EXIT
106700     END-IF
106800
106900     ADD 1 TO PF-COUNT-ARCH-READ
107000     MOVE JOURNAL-ARCHIVE-REC TO PF-JRNL-WORK
107100     IF WRK-RUN-DATE IS NUMERIC
107200        AND WRK-RUN-DATE < PF-ARCH-FIRST-DATE
107300         MOVE WRK-RUN-DATE TO PF-ARCH-FIRST-DATE
107400     END-IF
107500     PERFORM 1700-NOTE-JOURNAL-ENTRY
107600         THRU 1700-EXIT.
107700
107800 1610-EXIT.
107900     EXIT.
108000
108100 1700-NOTE-JOURNAL-ENTRY.
108200*----------------------------------------------------------------
108300* ONE JOURNAL ENTRY FROM EITHER FILE.  AN ENTRY DATED IN THE
108400* REPORT MONTH ADDS ITS NET BALANCE CHANGE - AFTER-IMAGE BALANCE
108500* LESS BEFORE-IMAGE BALANCE, AN ABSENT IMAGE COUNTING AS ZERO SO
108600* AN OPEN ADDS THE OPENING BALANCE AND A CLOSE TAKES OFF THE
108700* CLOSING ONE - TO THE CUSTOMER IN THE AFTER IMAGE, OR THE BEFORE
108800* IMAGE FOR A CLOSE.
108900*----------------------------------------------------------------
109000     IF WRK-RUN-DATE IS NOT NUMERIC
109100         ADD 1 TO PF-COUNT-JRNL-UNUSABLE
109200         GO TO 1700-EXIT
109300     END-IF
109400
109500     MOVE WRK-RUN-DATE TO PF-ENTRY-DATE
109600     IF PF-ENTRY-YYYYMM NOT = PF-REPORT-MONTH
109700         GO TO 1700-EXIT
109800     END-IF
109900
110000     MOVE WRK-BEFORE-IMAGE TO PF-BEFORE-IMG
110100     MOVE WRK-AFTER-IMAGE  TO PF-AFTER-IMG
110200
110300     IF AIMG-CUST-ID IS NUMERIC AND AIMG-CUST-ID > ZERO
110400         MOVE AIMG-CUST-ID TO PF-JRNL-CUST-ID
110500     ELSE
110600         IF BIMG-CUST-ID IS NUMERIC AND BIMG-CUST-ID > ZERO
110700             MOVE BIMG-CUST-ID TO PF-JRNL-CUST-ID
110800         ELSE
110900             MOVE ZERO TO PF-JRNL-CUST-ID
111000         END-IF
111100     END-IF
111200
111300     IF PF-JRNL-CUST-ID = ZERO
111400         ADD 1 TO PF-COUNT-JRNL-UNUSABLE
111500         GO TO 1700-EXIT
111600     END-IF
111700
111800     MOVE ZERO TO PF-ENTRY-DELTA
111900     IF WRK-AFTER-IMAGE NOT = SPACES AND AIMG-BALANCE IS NUMERIC
112000         ADD AIMG-BALANCE TO PF-ENTRY-DELTA
112100     END-IF
112200     IF WRK-BEFORE-IMAGE NOT = SPACES AND BIMG-BALANCE IS NUMERIC
112300         SUBTRACT BIMG-BALANCE FROM PF-ENTRY-DELTA
112400     END-IF
112500
112600     ADD PF-ENTRY-DELTA TO PF-MOVEMENT(PF-JRNL-CUST-ID)
112700     ADD 1 TO PF-COUNT-MONTH-ENTRIES.
112800
112900 1700-EXIT.
113000     EXIT.
113100
113200 1800-CHAIN-BOOK.
113300*----------------------------------------------------------------
113400* WALKS THE CUSTOMER TABLE IN CUST-ID ORDER, HANGING EACH
113500* CUSTOMER WITH A KNOWN RM ON THE END OF THAT RM'S CHAIN, SO EACH
113600* BOOK PRINTS IN CUST-ID ORDER WHATEVER ORDER RMASSIGN IS KEPT IN.
113700*----------------------------------------------------------------
113800     IF PF-CUST-RM-SUB(PF-CUST-SUB) = ZERO
113900         GO TO 1800-EXIT
114000     END-IF
114100
114200     MOVE PF-CUST-RM-SUB(PF-CUST-SUB) TO PF-RM-SUB
114300     IF PF-RM-FIRST(PF-RM-SUB) = ZERO
114400         MOVE PF-CUST-SUB TO PF-RM-FIRST(PF-RM-SUB)
114500     ELSE
114600         MOVE PF-CUST-SUB TO PF-CUST-NEXT(PF-RM-LAST(PF-RM-SUB))
114700     END-IF
114800     MOVE PF-CUST-SUB TO PF-RM-LAST(PF-RM-SUB)
114900     ADD 1 TO PF-COUNT-CHAINED.
115000
115100 1800-EXIT.
115200     EXIT.
115300
115400 2000-OPEN-LOOKUP-FILES.
115500*----------------------------------------------------------------
115600* THE MASTER AND TIER HISTORY ARE READ BY KEY AS EACH BOOK IS
115700* PRINTED.  WITHOUT THE MASTER THERE ARE NO BALANCES, SO IT MUST
115800* OPEN.  NO TIER HISTORY YET LEAVES THE TIER COLUMNS BLANK AND
115900* THE VIP SECTION UNPRODUCED, AND THE RUN ENDS RC 4.
116000*----------------------------------------------------------------
116100     OPEN INPUT CUSTOMER-MASTER
116200     IF NOT PF-MAST-OK
116300         DISPLAY "ERROR OPENING CUSTOMER-MASTER - FILE STATUS "
116400             PF-MAST-STATUS
116500         MOVE "CUSTOMER-MASTER DID NOT OPEN" TO PR-ABORT-TEXT
116600         WRITE PORTFOLIO-REPORT-LINE FROM PR-ABORT-LINE
116700         MOVE 'Y' TO PF-ABORT-FLAG
116800         GO TO 2000-EXIT
116900     END-IF
117000     MOVE 'Y' TO PF-MAST-OPEN-FLAG
117100
117200     OPEN INPUT TIER-HISTORY-FILE
117300     IF PF-HIST-NOT-FOUND
117400         GO TO 2000-EXIT
117500     END-IF
117600     IF NOT PF-HIST-OK
117700         DISPLAY "ERROR OPENING TIER-HISTORY-FILE - FILE STATUS "
117800             PF-HIST-STATUS
117900         MOVE "TIER-HISTORY-FILE DID NOT OPEN" TO PR-ABORT-TEXT
118000         WRITE PORTFOLIO-REPORT-LINE FROM PR-ABORT-LINE
118100         MOVE 'Y' TO PF-ABORT-FLAG
118200         GO TO 2000-EXIT
118300     END-IF
118400     MOVE 'Y' TO PF-HIST-OPEN-FLAG.
118500
118600 2000-EXIT.
118700     EXIT.
118800
118900 3000-PRINT-BOOKS.
119000*----------------------------------------------------------------
119100* ONE BOOK PER RM IN RMREF ORDER, EACH CLOSED BY ITS SUBTOTAL,
119200* THEN THE TOTAL FOR ALL RMS.
119300*----------------------------------------------------------------
119400     PERFORM 3100-PRINT-ONE-BOOK
119500         THRU 3100-EXIT
119600         VARYING PF-RM-SUB FROM 1 BY 1
119700         UNTIL PF-RM-SUB > PF-RM-COUNT
119800
119900     MOVE "ALL RMS TOTAL"  TO PR-RT-LABEL
120000     MOVE PF-ALL-CUSTOMERS TO PR-RT-CUSTOMERS
120100     MOVE PF-ALL-BALANCE   TO PR-RT-BALANCE
120200     MOVE PF-ALL-MOVEMENT  TO PR-RT-MOVEMENT
120300     MOVE PF-ALL-OVERRIDES TO PR-RT-OVERRIDES
120400     MOVE PF-ALL-PENDING   TO PR-RT-PENDING
120500     WRITE PORTFOLIO-REPORT-LINE FROM PR-RM-TOTAL-LINE
120600     WRITE PORTFOLIO-REPORT-LINE FROM PR-BLANK-LINE.
120700
120800 3000-EXIT.
120900     EXIT.
121000
121100 3100-PRINT-ONE-BOOK.
121200     MOVE PF-RM-CODE(PF-RM-SUB)   TO PR-RM-CODE
121300     MOVE PF-RM-NAME(PF-RM-SUB)   TO PR-RM-NAME
121400     MOVE PF-RM-BRANCH(PF-RM-SUB) TO PR-RM-BRANCH
121500     WRITE PORTFOLIO-REPORT-LINE FROM PR-RM-HEADER-LINE
121600     WRITE PORTFOLIO-REPORT-LINE FROM PR-COLUMN-HEADER-LINE
121700
121800     MOVE PF-RM-FIRST(PF-RM-SUB) TO PF-CUST-SUB
121900     IF PF-CUST-SUB = ZERO
122000         MOVE "NO CUSTOMERS ASSIGNED" TO PR-NOTE-TEXT
122100         WRITE PORTFOLIO-REPORT-LINE FROM PR-NOTE-LINE
122200     END-IF
122300     PERFORM 3200-PRINT-ONE-CUSTOMER
122400         THRU 3200-EXIT
122500         UNTIL PF-CUST-SUB = ZERO
122600
122700     MOVE SPACES                     TO PR-RT-LABEL
122800     MOVE "RM TOTAL "                TO PR-RT-LABEL(1:9)
122900     MOVE PF-RM-CODE(PF-RM-SUB)      TO PR-RT-LABEL(10:4)
123000     MOVE PF-RM-CUSTOMERS(PF-RM-SUB) TO PR-RT-CUSTOMERS
123100     MOVE PF-RM-BALANCE(PF-RM-SUB)   TO PR-RT-BALANCE
123200     MOVE PF-RM-MOVEMENT(PF-RM-SUB)  TO PR-RT-MOVEMENT
123300     MOVE PF-RM-OVERRIDES(PF-RM-SUB) TO PR-RT-OVERRIDES
123400     MOVE PF-RM-PENDING(PF-RM-SUB)   TO PR-RT-PENDING
123500     WRITE PORTFOLIO-REPORT-LINE FROM PR-RM-TOTAL-LINE
123600     WRITE PORTFOLIO-REPORT-LINE FROM PR-BLANK-LINE
123700
123800     ADD PF-RM-CUSTOMERS(PF-RM-SUB) TO PF-ALL-CUSTOMERS
123900     ADD PF-RM-BALANCE(PF-RM-SUB)   TO PF-ALL-BALANCE
124000     ADD PF-RM-MOVEMENT(PF-RM-SUB)  TO PF-ALL-MOVEMENT
124100     ADD PF-RM-OVERRIDES(PF-RM-SUB) TO PF-ALL-OVERRIDES
124200     ADD PF-RM-PENDING(PF-RM-SUB)   TO PF-ALL-PENDING.
124300
124400 3100-EXIT.
124500     EXIT.
124600
124700 3200-PRINT-ONE-CUSTOMER.
124800*----------------------------------------------------------------
124900* PRINTS THE CUSTOMER IN PF-CUST-SUB, ADDS THEM TO THE BOOK'S
125000* SUBTOTALS AND STEPS ALONG THE CHAIN.  A CUSTOMER NO LONGER ON
125100* THE MASTER STAYS IN THE BOOK, FLAGGED, UNTIL THE ASSIGNMENT IS
125200* TAKEN OFF RMASSIGN.
125300*----------------------------------------------------------------
125400     PERFORM 3210-FORMAT-CUSTOMER
125500         THRU 3210-EXIT
125600     WRITE PORTFOLIO-REPORT-LINE FROM PR-DETAIL-LINE
125700     ADD 1 TO PF-RM-CUSTOMERS(PF-RM-SUB)
125800     ADD 1 TO PF-COUNT-BOOKED
125900     MOVE PF-CUST-NEXT(PF-CUST-SUB) TO PF-CUST-SUB.
126000
126100 3200-EXIT.
126200     EXIT.
126300
126400 3210-FORMAT-CUSTOMER.
126500     MOVE PF-CUST-SUB TO PR-CUST-ID
126600     MOVE SPACES      TO PR-NAME
126700     MOVE SPACES      TO PR-NOTE
126800
126900     MOVE PF-CUST-SUB TO MAST-CUST-ID
127000     READ CUSTOMER-MASTER
127100         INVALID KEY
127200             CONTINUE
127300     END-READ
127400     EVALUATE TRUE
127500         WHEN PF-MAST-OK
127600             MOVE MAST-NAME    TO PR-NAME
127700             MOVE MAST-BALANCE TO PR-BALANCE
127800             ADD MAST-BALANCE  TO PF-RM-BALANCE(PF-RM-SUB)
127900         WHEN PF-MAST-NO-RECORD
128000             MOVE SPACES TO PR-BALANCE-X
128100             MOVE "NOT ON MASTER" TO PR-NOTE
128200             ADD 1 TO PF-COUNT-NOT-ON-MASTER
128300         WHEN OTHER
128400             DISPLAY "ERROR READING CUSTOMER-MASTER - FILE "
128500                 "STATUS " PF-MAST-STATUS
128600             MOVE 'Y' TO PF-IO-ERROR-FLAG
128700             MOVE SPACES TO PR-BALANCE-X
128800             MOVE "MASTER READ ERROR" TO PR-NOTE
128900     END-EVALUATE
129000
129100     MOVE SPACE TO PR-CURR-TIER
129200     MOVE SPACE TO PR-PRIOR-TIER
129300     IF PF-HIST-OPEN
129400         MOVE PF-CUST-SUB TO HIST-CUST-ID
129500         READ TIER-HISTORY-FILE
129600             INVALID KEY
129700                 CONTINUE
129800         END-READ
129900         EVALUATE TRUE
130000             WHEN PF-HIST-OK
130100                 MOVE HIST-TIER TO PR-CURR-TIER
130200                 IF HIST-PRIOR-TIER = SPACE
130300                     MOVE '-' TO PR-PRIOR-TIER
130400                 ELSE
130500                     MOVE HIST-PRIOR-TIER TO PR-PRIOR-TIER
130600                 END-IF
130700             WHEN PF-HIST-NO-RECORD
130800                 MOVE '-' TO PR-CURR-TIER
130900                 MOVE '-' TO PR-PRIOR-TIER
131000             WHEN OTHER
131100                 DISPLAY "ERROR READING TIER-HISTORY-FILE - FILE "
131200                     "STATUS " PF-HIST-STATUS
131300                 MOVE 'Y' TO PF-IO-ERROR-FLAG
131400                 MOVE "TIER HISTORY ERROR" TO PR-NOTE
131500         END-EVALUATE
131600     END-IF
131700
131800     IF PF-OVRD-TIER(PF-CUST-SUB) = SPACE
131900         MOVE SPACE  TO PR-OVRD-TIER
132000         MOVE SPACES TO PR-OVRD-EXPIRY
132100     ELSE
132200         MOVE PF-OVRD-TIER(PF-CUST-SUB)   TO PR-OVRD-TIER
132300         MOVE PF-OVRD-EXPIRY(PF-CUST-SUB) TO PR-OVRD-EXPIRY
132400         ADD 1 TO PF-RM-OVERRIDES(PF-RM-SUB)
132500     END-IF
132600
132700     MOVE PF-PEND-COUNT(PF-CUST-SUB) TO PR-PEND-COUNT
132800     IF PF-PEND-COUNT(PF-CUST-SUB) = ZERO
132900         MOVE SPACES TO PR-PEND-DUE
133000     ELSE
133100         ADD PF-PEND-COUNT(PF-CUST-SUB)
133200             TO PF-RM-PENDING(PF-RM-SUB)
133300         IF PF-PEND-DUE(PF-CUST-SUB) = ZERO
133400             MOVE SPACES TO PR-PEND-DUE
133500         ELSE
133600             MOVE PF-PEND-DUE(PF-CUST-SUB) TO PR-PEND-DUE
133700         END-IF
133800     END-IF
133900
134000     MOVE PF-MOVEMENT(PF-CUST-SUB) TO PR-MOVEMENT
134100     ADD PF-MOVEMENT(PF-CUST-SUB)  TO PF-RM-MOVEMENT(PF-RM-SUB).
134200
134300 3210-EXIT.
134400     EXIT.
134500
134600 4000-PRINT-UNASSIGNED-VIPS.
134700*----------------------------------------------------------------
134800* EVERY CUSTOMER WHOSE CURRENT TIER ON TIER HISTORY IS VIP AND WHO
134900* IS IN NO BOOK - NOT ASSIGNED, OR ASSIGNED TO A CODE NOT ON
135000* RMREF - IN CUST-ID ORDER.  A VIP CLOSED SINCE THE LAST TIER RUN
135100* IS NO LONGER ON THE MASTER AND IS COUNTED, NOT LISTED.
135200*----------------------------------------------------------------
135300     MOVE "VIP CUSTOMERS WITH NO RM ASSIGNED" TO PR-SECTION-TEXT
135400     WRITE PORTFOLIO-REPORT-LINE FROM PR-SECTION-LINE
135500     WRITE PORTFOLIO-REPORT-LINE FROM PR-BLANK-LINE
135600
135700     IF NOT PF-HIST-OPEN
135800         MOVE "NO TIER HISTORY - VIP CUSTOMERS NOT IDENTIFIED"
135900             TO PR-NOTE-TEXT
136000         WRITE PORTFOLIO-REPORT-LINE FROM PR-NOTE-LINE
136100         WRITE PORTFOLIO-REPORT-LINE FROM PR-BLANK-LINE
136200         GO TO 4000-EXIT
136300     END-IF
136400
136500     WRITE PORTFOLIO-REPORT-LINE FROM PR-VIP-HEADER-LINE
136600
136700     MOVE 'N' TO PF-HIST-EOF-FLAG
136800     MOVE ZERO TO HIST-CUST-ID
136900     START TIER-HISTORY-FILE KEY IS NOT LESS THAN HIST-CUST-ID
137000         INVALID KEY
137100             MOVE 'Y' TO PF-HIST-EOF-FLAG
137200     END-START
137300
137400     PERFORM 4100-READ-NEXT-HIST
137500         THRU 4100-EXIT
137600         UNTIL PF-HIST-EOF
137700
137800     WRITE PORTFOLIO-REPORT-LINE FROM PR-BLANK-LINE
137900     MOVE "VIP CUSTOMERS WITH NO RM"      TO PR-LABEL
138000     MOVE PF-COUNT-VIP-NO-RM              TO PR-COUNT
138100     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
138200     MOVE "BALANCE OF VIPS WITH NO RM"    TO PR-AMT-LABEL
138300     MOVE PF-VIP-NO-RM-BALANCE            TO PR-AMOUNT
138400     WRITE PORTFOLIO-REPORT-LINE FROM PR-AMOUNT-LINE
138500     WRITE PORTFOLIO-REPORT-LINE FROM PR-BLANK-LINE.
138600
138700 4000-EXIT.
138800     EXIT.
138900
139000 4100-READ-NEXT-HIST.
139100     READ TIER-HISTORY-FILE NEXT RECORD
139200         AT END
139300             MOVE 'Y' TO PF-HIST-EOF-FLAG
139400             GO TO 4100-EXIT
139500     END-READ
139600
139700     IF NOT PF-HIST-OK
139800         DISPLAY "ERROR READING TIER-HISTORY-FILE - FILE STATUS "
139900             PF-HIST-STATUS
140000         MOVE 'Y' TO PF-IO-ERROR-FLAG
140100         MOVE 'Y' TO PF-HIST-EOF-FLAG
140200         GO TO 4100-EXIT
140300     END-IF
140400
140500     IF HIST-TIER NOT = 'V'
140600        OR HIST-CUST-ID IS NOT NUMERIC OR HIST-CUST-ID = ZERO
140700         GO TO 4100-EXIT
140800     END-IF
140900
141000     ADD 1 TO PF-COUNT-VIP-READ
141100     IF PF-CUST-RM-SUB(HIST-CUST-ID) > ZERO
141200         GO TO 4100-EXIT
141300     END-IF
141400
141500     MOVE HIST-CUST-ID TO MAST-CUST-ID
141600     READ CUSTOMER-MASTER
141700         INVALID KEY
141800             CONTINUE
141900     END-READ
142000
142100     IF PF-MAST-NO-RECORD
142200         ADD 1 TO PF-COUNT-VIP-CLOSED
142300         GO TO 4100-EXIT
142400     END-IF
142500
142600     IF NOT PF-MAST-OK
142700         DISPLAY "ERROR READING CUSTOMER-MASTER - FILE STATUS "
142800             PF-MAST-STATUS
142900         MOVE 'Y' TO PF-IO-ERROR-FLAG
143000         GO TO 4100-EXIT
143100     END-IF
143200
143300     MOVE MAST-CUST-ID     TO PR-VIP-CUST-ID
143400     MOVE MAST-NAME        TO PR-VIP-NAME
143500     MOVE MAST-REGION-CODE TO PR-VIP-REGION
143600     MOVE MAST-BALANCE     TO PR-VIP-BALANCE
143700     IF PF-CUST-RM-CODE(HIST-CUST-ID) = SPACES
143800         MOVE SPACES TO PR-VIP-NOTE
143900     ELSE
144000         MOVE "ASSIGNED TO RM "              TO PR-VIP-NOTE-LEAD
144100         MOVE PF-CUST-RM-CODE(HIST-CUST-ID) TO PR-VIP-RM-CODE
144200         MOVE " - NOT ON RMREF"              TO PR-VIP-NOTE-TAIL
144300     END-IF
144400     WRITE PORTFOLIO-REPORT-LINE FROM PR-VIP-LINE
144500
144600     ADD 1 TO PF-COUNT-VIP-NO-RM
144700     ADD MAST-BALANCE TO PF-VIP-NO-RM-BALANCE.
144800
144900 4100-EXIT.
145000     EXIT.
145100
145200 8000-PRINT-CONTROLS.
145300*----------------------------------------------------------------
145400* EVERY REFERENCE AND ASSIGNMENT CARD IS LOADED OR REJECTED, AND
145500* EVERY ASSIGNMENT LOADED IS EITHER PRINTED IN A BOOK OR FLAGGED
145600* AS TO AN RM NOT ON FILE.
145700*----------------------------------------------------------------
145800     MOVE "RM REFERENCE CARDS READ"       TO PR-LABEL
145900     MOVE PF-COUNT-RMR-READ               TO PR-COUNT
146000     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
146100     MOVE "  RMS LOADED"                  TO PR-LABEL
146200     MOVE PF-RM-COUNT                     TO PR-COUNT
146300     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
146400     MOVE "  REJECTED"                    TO PR-LABEL
146500     MOVE PF-COUNT-RMR-REJECTED           TO PR-COUNT
146600     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
146700     MOVE "ASSIGNMENT CARDS READ"         TO PR-LABEL
146800     MOVE PF-COUNT-RMA-READ               TO PR-COUNT
146900     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
147000     MOVE "  LOADED"                      TO PR-LABEL
147100     MOVE PF-COUNT-RMA-LOADED             TO PR-COUNT
147200     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
147300     MOVE "  REJECTED"                    TO PR-LABEL
147400     MOVE PF-COUNT-RMA-REJECTED           TO PR-COUNT
147500     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
147600     MOVE "  TO AN RM NOT ON RMREF"       TO PR-LABEL
147700     MOVE PF-COUNT-UNKNOWN-RM             TO PR-COUNT
147800     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
147900     MOVE "CUSTOMERS IN RM BOOKS"         TO PR-LABEL
148000     MOVE PF-COUNT-BOOKED                 TO PR-COUNT
148100     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
148200     MOVE "  NOT ON CUSTOMER-MASTER"      TO PR-LABEL
148300     MOVE PF-COUNT-NOT-ON-MASTER          TO PR-COUNT
148400     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
148500     WRITE PORTFOLIO-REPORT-LINE FROM PR-BLANK-LINE
148600
148700     MOVE "OVERRIDE RECORDS READ"         TO PR-LABEL
148800     MOVE PF-COUNT-OVRD-READ              TO PR-COUNT
148900     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
149000     MOVE "  CUSTOMERS WITH ACTIVE OVERRIDE" TO PR-LABEL
149100     MOVE PF-COUNT-OVRD-ACTIVE            TO PR-COUNT
149200     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
149300     MOVE "PENDING TRANSACTIONS READ"     TO PR-LABEL
149400     MOVE PF-COUNT-PEND-READ              TO PR-COUNT
149500     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
149600     MOVE "LIVE JOURNAL ENTRIES READ"     TO PR-LABEL
149700     MOVE PF-COUNT-JRNL-READ              TO PR-COUNT
149800     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
149900     MOVE "ARCHIVE ENTRIES READ"          TO PR-LABEL
150000     MOVE PF-COUNT-ARCH-READ              TO PR-COUNT
150100     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
150200     MOVE "  ENTRIES IN REPORT MONTH"     TO PR-LABEL
150300     MOVE PF-COUNT-MONTH-ENTRIES          TO PR-COUNT
150400     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
150500     MOVE "  UNUSABLE ENTRIES"            TO PR-LABEL
150600     MOVE PF-COUNT-JRNL-UNUSABLE          TO PR-COUNT
150700     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
150800     MOVE "VIP CUSTOMERS ON TIER HISTORY"  TO PR-LABEL
150900     MOVE PF-COUNT-VIP-READ               TO PR-COUNT
151000     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
151100     MOVE "  NO RM - CLOSED SINCE TIER RUN" TO PR-LABEL
151200     MOVE PF-COUNT-VIP-CLOSED             TO PR-COUNT
151300     WRITE PORTFOLIO-REPORT-LINE FROM PR-TOTAL-LINE
151400     WRITE PORTFOLIO-REPORT-LINE FROM PR-BLANK-LINE
151500
151600     IF PF-COUNT-RMR-READ
151700            NOT = PF-RM-COUNT + PF-COUNT-RMR-REJECTED
151800        OR PF-COUNT-RMA-READ
151900            NOT = PF-COUNT-RMA-LOADED + PF-COUNT-RMA-REJECTED
152000        OR PF-COUNT-RMA-LOADED
152100            NOT = PF-COUNT-CHAINED + PF-COUNT-UNKNOWN-RM
152200        OR PF-COUNT-BOOKED NOT = PF-COUNT-CHAINED
152300        OR PF-ALL-CUSTOMERS NOT = PF-COUNT-BOOKED
152400         MOVE "CONTROL TOTALS DO NOT FOOT" TO PR-NOTE-TEXT
152500         MOVE 'Y' TO PF-IO-ERROR-FLAG
152600     ELSE
152700         MOVE "CONTROL TOTALS FOOT" TO PR-NOTE-TEXT
152800     END-IF
152900     WRITE PORTFOLIO-REPORT-LINE FROM PR-NOTE-LINE
153000
153100     IF NOT PF-RMA-LOADED
153200         MOVE "NO RM ASSIGNMENT FILE - EVERY BOOK IS EMPTY"
153300             TO PR-NOTE-TEXT
153400         WRITE PORTFOLIO-REPORT-LINE FROM PR-NOTE-LINE
153500     END-IF
153600
153700     IF NOT PF-HIST-OPEN
153800         MOVE "NO TIER HISTORY - TIER COLUMNS NOT SHOWN"
153900             TO PR-NOTE-TEXT
154000         WRITE PORTFOLIO-REPORT-LINE FROM PR-NOTE-LINE
154100     END-IF
154200
154300     IF PF-JOURNAL-GAP
154400         MOVE "JOURNAL MISSES PART OF MONTH - MOVEMENT PARTIAL"
154500             TO PR-NOTE-TEXT
154600         WRITE PORTFOLIO-REPORT-LINE FROM PR-NOTE-LINE
154700     END-IF
154800
154900     IF PF-COUNT-NOT-ON-MASTER > ZERO
155000         MOVE "CUSTOMERS NOT ON MASTER - TAKE THEM OFF RMASSIGN"
155100             TO PR-NOTE-TEXT
155200         WRITE PORTFOLIO-REPORT-LINE FROM PR-NOTE-LINE
155300     END-IF.
155400
155500 8000-EXIT.
155600     EXIT.
155700
155800 9000-TERMINATE.
155900     IF PF-MAST-OPEN
156000         CLOSE CUSTOMER-MASTER
156100     END-IF
156200
156300     IF PF-HIST-OPEN
156400         CLOSE TIER-HISTORY-FILE
156500     END-IF
156600
156670     IF PF-RPT-OPEN
156740         CLOSE PORTFOLIO-REPORT-FILE
156810         IF NOT PF-RPT-OK
156880             DISPLAY "ERROR CLOSING PORTFOLIO-REPORT-FILE - FILE "
156950                 "STATUS " PF-RPT-STATUS
157020             MOVE 'Y' TO PF-IO-ERROR-FLAG
157090         END-IF
157160     END-IF.
157300
157400 9000-EXIT.
157500     EXIT.
