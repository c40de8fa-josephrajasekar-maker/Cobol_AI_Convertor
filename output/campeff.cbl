000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAMPEFF.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    CAMPAIGN EFFECTIVENESS REPORT.  JOINS THE STANDING CONTACT
000900*    HISTORY CRMRESP KEEPS (CNTHREC) TO TIER HISTORY AND TO
001000*    CUSTOMER-MASTER AND ANSWERS TWO QUESTIONS FOR A PERIOD OF
001100*    RESPONSE DATES - PARM "YYYYMMDD YYYYMMDD", FROM AND TO; A
001200*    BLANK PARM TAKES THE WHOLE HISTORY.
001300*
001400*    FIRST, PER TIER AND REGION, WHAT BECAME OF THE OUTREACH -
001500*    CONTACT, OPT-OUT AND UNDELIVERABLE RATES AS A SHARE OF THE
001600*    OUTCOMES RETURNED.  THE TIER IS THE ONE THE CUSTOMER HELD
001700*    WHEN CONTACTED, THE REGION THE ONE ON THE MASTER NOW.
001800*
001870*    SECOND, WHETHER CONTACTED CUSTOMERS WENT ON TO UPGRADE OR
001940*    GROW THEIR BALANCE COMPARED WITH THOSE NOT CONTACTED.  A
002010*    CUSTOMER COUNTS AS CONTACTED WITH AT LEAST ONE 'C' OUTCOME IN
002080*    THE PERIOD.  BOTH GROUPS ARE MEASURED OVER THE SAME WINDOW -
002150*    FROM WHERE EACH CUSTOMER STOOD AT THE START OF THE PERIOD
002220*    (THE FROM DATE, OR THE EARLIEST OUTCOME IN AN OPEN-ENDED
002290*    PERIOD) TO THE TIER ON TIER HISTORY AND THE BALANCE ON THE
002360*    MASTER NOW.  THE STARTING BALANCE IS REBUILT FROM THE AUDIT
002430*    JOURNAL AND ITS ARCHIVE THE WAY CUSTASOF DOES; THE STARTING
002500*    TIER IS THE ONE ON TIER HISTORY AT THAT DATE, OR THE ONE HELD
002560*    BEFORE ITS LATEST RUN WHERE A RUN SINCE HAS REWRITTEN IT.
002620*    THE RESULTS ARE BROKEN DOWN BY THE TIER THEY STARTED FROM SO
002680*    LIKE IS COMPARED WITH LIKE, AND THE REPORT PRINTS THE BASIS
002740*    USED.
002800*
002900*    NOTHING IS UPDATED.
003000*
003100*    MODIFICATION HISTORY.
003200*    ------------------------------------------------------------
003300*    DATE       INIT  DESCRIPTION
003400*    ---------  ----  --------------------------------------------
003500*    10/15/2026 DT    ORIGINAL PROGRAM.
003533*    10/15/2026 DT    TIERHIST IS NOW INDEXED ON HIST-CUST-ID -
003566*                     STILL READ FRONT TO BACK, IN KEY ORDER.
003571*    10/15/2026 DT    CONTACTED AND NOT-CONTACTED CUSTOMERS ARE
003576*                     BOTH MEASURED FROM THE START OF THE PERIOD -
003581*                     BALANCE REBUILT FROM JRNLFILE AND JRNLARCH,
003586*                     TIER FROM TIER HISTORY - AND THE REPORT
003591*                     PRINTS THAT BASIS.
003600*    ------------------------------------------------------------
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500*----------------------------------------------------------------
004600* DD-NAME-STYLE LITERALS, THE SAME CONVENTION THE REST OF THE
004700* SYSTEM USES.  EVERY INPUT IS READ ONLY.
004800*----------------------------------------------------------------
004900     SELECT CONTACT-HISTORY-FILE ASSIGN TO "CNTHFILE"
005000         FILE STATUS IS CE-CNTH-STATUS.
005100
005200     SELECT TIER-HISTORY-FILE ASSIGN TO "TIERHIST"
005225         ORGANIZATION IS INDEXED
005250         ACCESS MODE IS SEQUENTIAL
005275         RECORD KEY IS HIST-CUST-ID
005300         FILE STATUS IS CE-HIST-STATUS.
005400
005410     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
005420         FILE STATUS IS CE-JRNL-STATUS.
005430
005440     SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO "JRNLARCH"
005450         FILE STATUS IS CE-ARCH-STATUS.
005460
005500     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS MAST-CUST-ID
005900         FILE STATUS IS CE-MAST-STATUS.
006000
006100     SELECT EFFECT-REPORT-FILE ASSIGN TO "CERPFILE"
006200         FILE STATUS IS CE-RPT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600
006700*================================================================
006800* CONTACT-HISTORY-FILE IS THE STANDING CONTACT HISTORY APPENDED
006900* BY CRMRESP - ONE RECORD PER RESPONSE OUTCOME.
007000*================================================================
007100 FD  CONTACT-HISTORY-FILE.
007200 01  CONTACT-HISTORY-REC.
007300     COPY CNTHREC.
007400
007500 FD  TIER-HISTORY-FILE.
007600 01  TIER-HISTORY-REC.
007700     COPY HISTREC.
007800
007807*================================================================
007814* JOURNAL-FILE IS THE LIVE AUDIT JOURNAL WRITTEN BY CUSTMAINT AND
007821* JOURNAL-ARCHIVE-FILE THE OLDER ENTRIES JRNLARCH HAS MOVED OFF
007828* IT, THE SAME 106-BYTE RECORD AS A RAW IMAGE.  BOTH ARE UNWOUND
007835* TO REBUILD EACH CUSTOMER'S BALANCE AT THE START OF THE PERIOD.
007842*================================================================
007849 FD  JOURNAL-FILE.
007856 01  JOURNAL-REC.
007863     COPY JRNLREC.
007870
007877 FD  JOURNAL-ARCHIVE-FILE.
007884 01  JOURNAL-ARCHIVE-REC         PIC X(106).
007891
007900 FD  CUSTOMER-MASTER.
008000 01  MASTER-REC.
008100     COPY CUSTREC REPLACING CUST-ID           BY MAST-CUST-ID
008200                            NAME              BY MAST-NAME
008300                            BALANCE           BY MAST-BALANCE
008400                            REGION-CODE       BY MAST-REGION-CODE
008500                            ACCOUNT-OPEN-DATE
008600                                BY MAST-ACCOUNT-OPEN-DATE.
008700
008800*================================================================
008900* EFFECT-REPORT-FILE IS THE PRINTED EFFECTIVENESS REPORT - ONE
009000* 132-BYTE PRINT IMAGE PER LINE, THE SAME CONVENTION AS THE
009100* OTHER REPORTS IN THIS SYSTEM.
009200*================================================================
009300 FD  EFFECT-REPORT-FILE.
009400 01  EFFECT-REPORT-LINE          PIC X(132).
009500
009600 WORKING-STORAGE SECTION.
009700
009800 01  CE-SWITCHES.
009900     05  CE-CNTH-STATUS          PIC X(02) VALUE SPACES.
010000         88  CE-CNTH-OK                  VALUE '00'.
010100         88  CE-CNTH-NOT-FOUND           VALUE '35'.
010200     05  CE-HIST-STATUS          PIC X(02) VALUE SPACES.
010300         88  CE-HIST-OK                  VALUE '00'.
010400         88  CE-HIST-NOT-FOUND           VALUE '35'.
010500     05  CE-MAST-STATUS          PIC X(02) VALUE SPACES.
010600         88  CE-MAST-OK                  VALUE '00'.
010700     05  CE-RPT-STATUS           PIC X(02) VALUE SPACES.
010800         88  CE-RPT-OK                   VALUE '00'.
010900     05  CE-CNTH-EOF-FLAG        PIC X(01) VALUE 'N'.
011000         88  CE-CNTH-EOF                 VALUE 'Y'.
011100     05  CE-HIST-EOF-FLAG        PIC X(01) VALUE 'N'.
011200         88  CE-HIST-EOF                 VALUE 'Y'.
011300     05  CE-MAST-EOF-FLAG        PIC X(01) VALUE 'N'.
011400         88  CE-MAST-EOF                 VALUE 'Y'.
011500     05  CE-HIST-LOADED-FLAG     PIC X(01) VALUE 'N'.
011600         88  CE-HIST-LOADED              VALUE 'Y'.
011700     05  CE-ABORT-FLAG           PIC X(01) VALUE 'N'.
011800         88  CE-ABORTED                  VALUE 'Y'.
011900     05  CE-IO-ERROR-FLAG        PIC X(01) VALUE 'N'.
012000         88  CE-IO-ERROR                 VALUE 'Y'.
012005     05  CE-JRNL-STATUS          PIC X(02) VALUE SPACES.
012010         88  CE-JRNL-OK                  VALUE '00'.
012015         88  CE-JRNL-NOT-FOUND           VALUE '35'.
012020     05  CE-ARCH-STATUS          PIC X(02) VALUE SPACES.
012025         88  CE-ARCH-OK                  VALUE '00'.
012030         88  CE-ARCH-NOT-FOUND           VALUE '35'.
012035     05  CE-JRNL-EOF-FLAG        PIC X(01) VALUE 'N'.
012040         88  CE-JRNL-EOF                 VALUE 'Y'.
012045     05  CE-ARCH-EOF-FLAG        PIC X(01) VALUE 'N'.
012050         88  CE-ARCH-EOF                 VALUE 'Y'.
012055     05  CE-ARCH-NEEDED-FLAG     PIC X(01) VALUE 'N'.
012060         88  CE-ARCH-NEEDED              VALUE 'Y'.
012065     05  CE-ARCH-MISSING-FLAG    PIC X(01) VALUE 'N'.
012070         88  CE-ARCH-MISSING             VALUE 'Y'.
012075     05  CE-SHORT-REACH-FLAG     PIC X(01) VALUE 'N'.
012080         88  CE-SHORT-REACH              VALUE 'Y'.
012100
012200 01  CE-PARM-CARD                PIC X(20) VALUE SPACES.
012300 01  CE-RUN-DATE                 PIC 9(08) VALUE 0.
012400 01  CE-FROM-DATE                PIC 9(08) VALUE 0.
012500 01  CE-TO-DATE                  PIC 9(08) VALUE 99999999.
012600 01  CE-CUST-SUB                 PIC 9(06) VALUE 0.
012700 01  CE-TIER-SUB                 PIC 9(01) VALUE 0.
012800 01  CE-GROUP-SUB                PIC 9(01) VALUE 0.
012900 01  CE-WORK-TIER                PIC X(01) VALUE SPACE.
013000 01  CE-WORK-RANK                PIC 9(01) VALUE 0.
013100 01  CE-BASE-RANK                PIC 9(01) VALUE 0.
013200 01  CE-NOW-RANK                 PIC 9(01) VALUE 0.
013300 01  CE-BASE-BAL                 PIC S9(07)V99 VALUE 0.
013400 01  CE-BAL-CHANGE               PIC S9(09)V99 VALUE 0.
013500 01  CE-RATE                     PIC 9(03)V9 VALUE 0.
013600 01  CE-LINE-RESPONSES           PIC 9(07) VALUE 0.
013700 01  CE-LINE-CONTACTED           PIC 9(07) VALUE 0.
013800 01  CE-LINE-OPTOUT              PIC 9(07) VALUE 0.
013900 01  CE-LINE-UNDELIV             PIC 9(07) VALUE 0.
014000 01  CE-AVG-CHANGE               PIC S9(09)V99 VALUE 0.
014010 01  CE-BEFORE-BAL              PIC S9(07)V99 VALUE 0.
014020 01  CE-BASE-DATE               PIC 9(08) VALUE 0.
014030 01  CE-FIRST-RESP-DATE         PIC 9(08) VALUE 99999999.
014040 01  CE-LIVE-FIRST-DATE         PIC 9(08) VALUE 99999999.
014050 01  CE-ARCH-FIRST-DATE         PIC 9(08) VALUE 99999999.
014100
014200 01  CE-COUNTERS.
014300     05  CE-COUNT-CNTH-READ      PIC 9(07) VALUE 0.
014400     05  CE-COUNT-IN-PERIOD      PIC 9(07) VALUE 0.
014500     05  CE-COUNT-OUT-PERIOD     PIC 9(07) VALUE 0.
014600     05  CE-COUNT-BAD-CNTH       PIC 9(07) VALUE 0.
014700     05  CE-COUNT-NOT-ON-MAST    PIC 9(07) VALUE 0.
014800     05  CE-COUNT-MAST-READ      PIC 9(07) VALUE 0.
014900     05  CE-COUNT-NO-HIST        PIC 9(07) VALUE 0.
015000     05  CE-COUNT-RATE-TOTAL     PIC 9(07) VALUE 0.
015010     05  CE-COUNT-OPENED         PIC 9(07) VALUE 0.
015020     05  CE-COUNT-GAPS           PIC 9(07) VALUE 0.
015030     05  CE-COUNT-JRNL-USED      PIC 9(07) VALUE 0.
015040     05  CE-COUNT-ARCH-READ      PIC 9(07) VALUE 0.
015050     05  CE-COUNT-BAD-JRNL       PIC 9(07) VALUE 0.
015100
015104*================================================================
015108* CE-REPLAY-REC HOLDS THE JOURNAL RECORD BEING UNWOUND, TAKEN FROM
015112* EITHER THE LIVE FILE OR THE ARCHIVE, AND CE-IMAGE-REC UNPACKS
015116* ONE OF ITS IMAGES - PREFIXED THE WAY CUSTASOF PREFIXES THEM.
015120*================================================================
015124 01  CE-REPLAY-REC.
015128     COPY JRNLREC REPLACING JRNL-RUN-DATE     BY RPL-RUN-DATE
015132                            JRNL-TRAN-SEQ     BY RPL-TRAN-SEQ
015136                            JRNL-TRAN-CODE    BY RPL-TRAN-CODE
015140                            JRNL-BEFORE-IMAGE BY RPL-BEFORE-IMAGE
015144                            JRNL-AFTER-IMAGE  BY RPL-AFTER-IMAGE.
015148
015152 01  CE-IMAGE-REC.
015156     COPY CUSTREC REPLACING CUST-ID           BY IMG-CUST-ID
015160                            NAME              BY IMG-NAME
015164                            BALANCE           BY IMG-BALANCE
015168                            REGION-CODE       BY IMG-REGION-CODE
015172                            ACCOUNT-OPEN-DATE
015176                                BY IMG-ACCOUNT-OPEN-DATE.
015180
015200*================================================================
015300* CE-TIER-NAMES GIVES THE PRINTABLE NAME FOR EACH TIER SLOT -
015400* 1 VIP, 2 PREMIUM, 3 NORMAL, 4 NO TIER ON RECORD.
015500*================================================================
015600 01  CE-TIER-NAME-VALUES.
015700     05  FILLER                  PIC X(08) VALUE "VIP".
015800     05  FILLER                  PIC X(08) VALUE "PREMIUM".
015900     05  FILLER                  PIC X(08) VALUE "NORMAL".
016000     05  FILLER                  PIC X(08) VALUE "NO TIER".
016100 01  CE-TIER-NAMES REDEFINES CE-TIER-NAME-VALUES.
016200     05  CE-TIER-NAME            PIC X(08) OCCURS 4 TIMES.
016300
016400 01  CE-GROUP-NAME-VALUES.
016500     05  FILLER                  PIC X(13) VALUE "CONTACTED".
016600     05  FILLER                  PIC X(13) VALUE "NOT CONTACTED".
016700 01  CE-GROUP-NAMES REDEFINES CE-GROUP-NAME-VALUES.
016800     05  CE-GROUP-NAME           PIC X(13) OCCURS 2 TIMES.
016900
017000*================================================================
017060* CE-CUST-TABLE HOLDS, DIRECT-INDEXED BY CUST-ID, WHAT EACH FILE
017120* SAYS ABOUT THE CUSTOMER - THE MASTER'S REGION AND BALANCE, THE
017180* TIER HISTORY ENTRY, THE FIRST CONTACT IN THE PERIOD, AND THE
017240* BALANCE AT THE START OF THE PERIOD REBUILT FROM THE JOURNAL.
017300*   CE-START-BAL       THE MASTER BALANCE, REPLACED BY THE BEFORE
017360*                      IMAGE OF THE OLDEST ENTRY IN THE PERIOD.
017420*   CE-START-ON-FILE   'N' WHEN THAT ENTRY IS AN ADD.
017480*   CE-LAST-AFTER-BAL  THE AFTER BALANCE OF THE LATEST ENTRY, SO
017540*                      EACH ENTRY CAN BE CHAINED TO THE ONE BEFORE
017600*                      IT AND THE LAST ONE TO THE MASTER.
017660*   CE-GAP-FLAG        'Y' WHEN THE CHAIN BREAKS.
017720*================================================================
017780 01  CE-CUST-TABLE.
017840     05  CE-CUST-ENTRY OCCURS 99999 TIMES.
017900         10  CE-ON-MASTER        PIC X(01) VALUE 'N'.
017960         10  CE-MAST-REGION      PIC X(03) VALUE SPACES.
018020         10  CE-MAST-BAL         PIC S9(07)V99 VALUE ZERO.
018080         10  CE-HIST-TIER        PIC X(01) VALUE SPACE.
018140         10  CE-HIST-PRIOR       PIC X(01) VALUE SPACE.
018200         10  CE-HIST-RUN-DATE    PIC 9(08) VALUE ZERO.
018260         10  CE-CONTACT-FLAG     PIC X(01) VALUE 'N'.
018320         10  CE-CONTACT-DATE     PIC 9(08) VALUE ZERO.
018380         10  CE-JRNL-SEEN        PIC X(01) VALUE 'N'.
018440         10  CE-START-ON-FILE    PIC X(01) VALUE 'Y'.
018500         10  CE-START-BAL        PIC S9(07)V99 VALUE ZERO.
018560         10  CE-LAST-AFTER-BAL   PIC S9(07)V99 VALUE ZERO.
018620         10  CE-GAP-FLAG         PIC X(01) VALUE 'N'.
018800
018900*================================================================
019000* CE-TIER-TOTALS AND CE-GRAND-TOTALS FOOT THE RATE TABLE ACROSS
019100* ALL REGIONS; CE-CMP-TABLE HOLDS THE CONTACTED / NOT CONTACTED
019200* COMPARISON BY THE TIER EACH CUSTOMER STARTED FROM.
019300*================================================================
019400 01  CE-TIER-TOTALS.
019500     05  CE-TOT-ENTRY OCCURS 4 TIMES.
019600         10  CE-TOT-RESPONSES    PIC 9(07) VALUE 0.
019700         10  CE-TOT-CONTACTED    PIC 9(07) VALUE 0.
019800         10  CE-TOT-OPTOUT       PIC 9(07) VALUE 0.
019900         10  CE-TOT-UNDELIV      PIC 9(07) VALUE 0.
020000
020100 01  CE-GRAND-TOTALS.
020200     05  CE-GRD-RESPONSES        PIC 9(07) VALUE 0.
020300     05  CE-GRD-CONTACTED        PIC 9(07) VALUE 0.
020400     05  CE-GRD-OPTOUT           PIC 9(07) VALUE 0.
020500     05  CE-GRD-UNDELIV          PIC 9(07) VALUE 0.
020600
020700 01  CE-CMP-TABLE.
020800     05  CE-CMP-GROUP OCCURS 2 TIMES.
020900         10  CE-CMP-ENTRY OCCURS 4 TIMES.
021000             15  CE-CMP-COUNT        PIC 9(07) VALUE 0.
021100             15  CE-CMP-UPGRADED     PIC 9(07) VALUE 0.
021200             15  CE-CMP-DOWNGRADED   PIC 9(07) VALUE 0.
021300             15  CE-CMP-GREW         PIC 9(07) VALUE 0.
021400             15  CE-CMP-NET-CHANGE   PIC S9(11)V99 VALUE 0.
021500
021600*================================================================
021700* CE-REGION-TABLE COUNTS OUTCOMES BY REGION AND TIER AT CONTACT,
021800* ADDED AS REGIONS ARE SEEN.  ONCE FULL, A NEW REGION FOLDS INTO
021900* THE LAST ENTRY AND THE REPORT FLAGS THE BREAKDOWN INCOMPLETE,
022000* THE SAME AS CUSTOMERBATCH'S REGION TABLE.  CE-REGION-ENTRY
022100* CARRIES OCCURS ... DEPENDING ON, SO IT IS THE LAST ITEM IN ITS
022200* 01-LEVEL GROUP.
022300*================================================================
022400 01  CE-REGION-TABLE-FULL        PIC X(01) VALUE 'N'.
022500     88  CE-REGION-OVERFLOW              VALUE 'Y'.
022600 01  CE-LOOKUP-REGION-CODE       PIC X(03) VALUE SPACES.
022700 01  CE-REGION-TABLE.
022800     05  CE-REGION-COUNT         PIC 9(03) VALUE 0.
022900     05  CE-REGION-ENTRY OCCURS 1 TO 50 TIMES
023000             DEPENDING ON CE-REGION-COUNT
023100             INDEXED BY CE-REGION-IDX.
023200         10  CE-RGN-CODE         PIC X(03).
023300         10  CE-RGN-TIER-ENTRY OCCURS 4 TIMES.
023400             15  CE-RGN-RESPONSES    PIC 9(07).
023500             15  CE-RGN-CONTACTED    PIC 9(07).
023600             15  CE-RGN-OPTOUT       PIC 9(07).
023700             15  CE-RGN-UNDELIV      PIC 9(07).
023800
023900*================================================================
024000* PRINT-LINE LAYOUTS FOR EFFECT-REPORT-FILE.
024100*================================================================
024200 01  ER-TITLE-LINE.
024300     05  FILLER              PIC X(40) VALUE SPACES.
024400     05  FILLER              PIC X(34)
024500         VALUE "CAMPAIGN EFFECTIVENESS REPORT".
024600     05  FILLER              PIC X(58) VALUE SPACES.
024700
024800 01  ER-DATE-LINE.
024900     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
025000     05  ER-RUN-DATE         PIC 9(08).
025100     05  FILLER              PIC X(05) VALUE SPACES.
025200     05  FILLER              PIC X(21)
025300         VALUE "RESPONSE DATES FROM: ".
025400     05  ER-FROM-DATE        PIC 9(08).
025500     05  FILLER              PIC X(05) VALUE " TO: ".
025600     05  ER-TO-DATE          PIC 9(08).
025700     05  FILLER              PIC X(67) VALUE SPACES.
025800
025900 01  ER-BLANK-LINE.
026000     05  FILLER              PIC X(132) VALUE SPACES.
026100
026200 01  ER-SECTION-LINE.
026300     05  ER-SECTION-TEXT     PIC X(80).
026400     05  FILLER              PIC X(52) VALUE SPACES.
026410
026420 01  ER-BASIS-LINE.
026430     05  FILLER              PIC X(44)
026440         VALUE "BOTH GROUPS MEASURED FROM THE START OF DAY: ".
026450     05  ER-BASE-DATE        PIC 9(08).
026460     05  FILLER              PIC X(80)
026480         VALUE " - BALANCE REBUILT FROM THE AUDIT JOURNAL".
026500
026600 01  ER-RATE-HEADER-LINE.
026700     05  FILLER              PIC X(06) VALUE "REGION".
026800     05  FILLER              PIC X(03) VALUE SPACES.
026900     05  FILLER              PIC X(08) VALUE "TIER".
027000     05  FILLER              PIC X(02) VALUE SPACES.
027100     05  FILLER              PIC X(07) VALUE "REPLIES".
027200     05  FILLER              PIC X(04) VALUE SPACES.
027300     05  FILLER              PIC X(07) VALUE "CONTACT".
027400     05  FILLER              PIC X(02) VALUE SPACES.
027500     05  FILLER              PIC X(06) VALUE "  RATE".
027600     05  FILLER              PIC X(03) VALUE SPACES.
027700     05  FILLER              PIC X(07) VALUE "OPT-OUT".
027800     05  FILLER              PIC X(02) VALUE SPACES.
027900     05  FILLER              PIC X(06) VALUE "  RATE".
028000     05  FILLER              PIC X(03) VALUE SPACES.
028100     05  FILLER              PIC X(07) VALUE "UNDELIV".
028200     05  FILLER              PIC X(02) VALUE SPACES.
028300     05  FILLER              PIC X(06) VALUE "  RATE".
028400     05  FILLER              PIC X(51) VALUE SPACES.
028500
028600 01  ER-RATE-LINE.
028700     05  ER-RT-REGION        PIC X(06).
028800     05  FILLER              PIC X(03) VALUE SPACES.
028900     05  ER-RT-TIER          PIC X(08).
029000     05  FILLER              PIC X(02) VALUE SPACES.
029100     05  ER-RT-RESPONSES     PIC ZZZ,ZZ9.
029200     05  FILLER              PIC X(04) VALUE SPACES.
029300     05  ER-RT-CONTACTED     PIC ZZZ,ZZ9.
029400     05  FILLER              PIC X(02) VALUE SPACES.
029500     05  ER-RT-CONTACT-RATE  PIC ZZ9.9.
029600     05  FILLER              PIC X(01) VALUE "%".
029700     05  FILLER              PIC X(03) VALUE SPACES.
029800     05  ER-RT-OPTOUT        PIC ZZZ,ZZ9.
029900     05  FILLER              PIC X(02) VALUE SPACES.
030000     05  ER-RT-OPTOUT-RATE   PIC ZZ9.9.
030100     05  FILLER              PIC X(01) VALUE "%".
030200     05  FILLER              PIC X(03) VALUE SPACES.
030300     05  ER-RT-UNDELIV       PIC ZZZ,ZZ9.
030400     05  FILLER              PIC X(02) VALUE SPACES.
030500     05  ER-RT-UNDELIV-RATE  PIC ZZ9.9.
030600     05  FILLER              PIC X(01) VALUE "%".
030700     05  FILLER              PIC X(51) VALUE SPACES.
030800
030900 01  ER-CMP-HEADER-LINE.
031000     05  FILLER              PIC X(13) VALUE "GROUP".
031100     05  FILLER              PIC X(02) VALUE SPACES.
031200     05  FILLER              PIC X(08) VALUE "FROM".
031300     05  FILLER              PIC X(02) VALUE SPACES.
031400     05  FILLER              PIC X(07) VALUE "CUSTS".
031500     05  FILLER              PIC X(03) VALUE SPACES.
031600     05  FILLER              PIC X(07) VALUE "UPGRADE".
031700     05  FILLER              PIC X(02) VALUE SPACES.
031800     05  FILLER              PIC X(06) VALUE "  RATE".
031900     05  FILLER              PIC X(03) VALUE SPACES.
032000     05  FILLER              PIC X(07) VALUE "DOWNGRD".
032100     05  FILLER              PIC X(03) VALUE SPACES.
032200     05  FILLER              PIC X(07) VALUE "GREW".
032300     05  FILLER              PIC X(02) VALUE SPACES.
032400     05  FILLER              PIC X(06) VALUE "  RATE".
032500     05  FILLER              PIC X(03) VALUE SPACES.
032600     05  FILLER              PIC X(15) VALUE "  BALANCE MOVED".
032700     05  FILLER              PIC X(03) VALUE SPACES.
032800     05  FILLER              PIC X(13) VALUE "  AVG / CUST".
032900     05  FILLER              PIC X(19) VALUE SPACES.
033000
033100 01  ER-CMP-LINE.
033200     05  ER-CMP-GROUP        PIC X(13).
033300     05  FILLER              PIC X(02) VALUE SPACES.
033400     05  ER-CMP-TIER         PIC X(08).
033500     05  FILLER              PIC X(02) VALUE SPACES.
033600     05  ER-CMP-COUNT        PIC ZZZ,ZZ9.
033700     05  FILLER              PIC X(03) VALUE SPACES.
033800     05  ER-CMP-UPGRADED     PIC ZZZ,ZZ9.
033900     05  FILLER              PIC X(02) VALUE SPACES.
034000     05  ER-CMP-UPG-RATE     PIC ZZ9.9.
034100     05  FILLER              PIC X(01) VALUE "%".
034200     05  FILLER              PIC X(03) VALUE SPACES.
034300     05  ER-CMP-DOWNGRADED   PIC ZZZ,ZZ9.
034400     05  FILLER              PIC X(03) VALUE SPACES.
034500     05  ER-CMP-GREW         PIC ZZZ,ZZ9.
034600     05  FILLER              PIC X(02) VALUE SPACES.
034700     05  ER-CMP-GREW-RATE    PIC ZZ9.9.
034800     05  FILLER              PIC X(01) VALUE "%".
034900     05  FILLER              PIC X(03) VALUE SPACES.
035000     05  ER-CMP-NET-CHANGE   PIC -ZZZ,ZZZ,ZZ9.99.
035100     05  FILLER              PIC X(03) VALUE SPACES.
035200     05  ER-CMP-AVG-CHANGE   PIC -Z,ZZZ,ZZ9.99.
035300     05  FILLER              PIC X(19) VALUE SPACES.
035400
035500 01  ER-TOTAL-LINE.
035600     05  ER-LABEL            PIC X(34).
035700     05  FILLER              PIC X(05) VALUE SPACES.
035800     05  ER-COUNT            PIC ZZZZZZ9.
035900     05  FILLER              PIC X(86) VALUE SPACES.
036000
036100 01  ER-NOTE-LINE.
036200     05  FILLER              PIC X(04) VALUE "*** ".
036300     05  ER-NOTE-TEXT        PIC X(70).
036400     05  FILLER              PIC X(58) VALUE SPACES.
036500
036600 01  ER-ABORT-LINE.
036700     05  FILLER              PIC X(21)
036800         VALUE "*** REPORT ABORTED - ".
036900     05  ER-ABORT-TEXT       PIC X(60).
037000     05  FILLER              PIC X(51) VALUE SPACES.
037100
037200 PROCEDURE DIVISION.
037300
037400 0000-MAINLINE.
037500
037600     PERFORM 1000-INITIALIZE
037700         THRU 1000-EXIT
037800
037900     IF NOT CE-ABORTED
038000         PERFORM 1100-LOAD-MASTER
038100             THRU 1100-EXIT
038200     END-IF
038300
038400     IF NOT CE-ABORTED
038500         PERFORM 1200-LOAD-TIER-HISTORY
038600             THRU 1200-EXIT
038700     END-IF
038800
038900     IF NOT CE-ABORTED
039000         PERFORM 2000-READ-CONTACT-HISTORY
039100             THRU 2000-EXIT
039200     END-IF
039210
039220     IF NOT CE-ABORTED
039230         PERFORM 2500-REBUILD-START-BALANCES
039240             THRU 2500-EXIT
039250     END-IF
039300
039400     IF NOT CE-ABORTED
039500         PERFORM 3000-COMPARE-CUSTOMER
039600             THRU 3000-EXIT
039700             VARYING CE-CUST-SUB FROM 1 BY 1
039800             UNTIL CE-CUST-SUB > 99999
039900         PERFORM 8000-PRINT-RATES
040000             THRU 8000-EXIT
040100         PERFORM 8500-PRINT-COMPARISON
040200             THRU 8500-EXIT
040300         PERFORM 8800-PRINT-CONTROLS
040400             THRU 8800-EXIT
040500     END-IF
040600
040700     DISPLAY "CONTACT HISTORY RECORDS READ: " CE-COUNT-CNTH-READ
040800     DISPLAY "OUTCOMES IN PERIOD: " CE-COUNT-IN-PERIOD
040900     DISPLAY "MASTER RECORDS READ: " CE-COUNT-MAST-READ
041000
041100     PERFORM 9000-TERMINATE
041200         THRU 9000-EXIT
041300
041400*----------------------------------------------------------------
041470* SEVERITY FOR THE SCHEDULER - RC=8 WHEN THE RUN ABORTED OR A
041540* FILE HIT A BAD STATUS; RC=4 WHEN THE REPORT IS THIN - NO TIER
041610* HISTORY TO MEASURE FROM, NO OUTCOMES IN THE PERIOD, A REGION
041680* BREAKDOWN FOLDED FOR OVERFLOW, OR A JOURNAL THAT MAY NOT REACH
041750* BACK TO THE START OF THE PERIOD OR DOES NOT CHAIN; RC=0
041820* OTHERWISE.
041890*----------------------------------------------------------------
041960     IF CE-ABORTED OR CE-IO-ERROR
042030         MOVE 8 TO RETURN-CODE
042100     ELSE
042170         IF NOT CE-HIST-LOADED OR CE-COUNT-IN-PERIOD = ZERO
042240            OR CE-REGION-OVERFLOW OR CE-SHORT-REACH
042310            OR CE-COUNT-GAPS > ZERO OR CE-COUNT-BAD-JRNL > ZERO
042500             MOVE 4 TO RETURN-CODE
042600         END-IF
042700     END-IF
042800
042900     STOP RUN.
043000
043100 1000-INITIALIZE.
043200*----------------------------------------------------------------
043300* THE PARM IS THE PERIOD OF RESPONSE DATES - FROM IN POSITIONS
043400* 1-8, TO IN 10-17.  A BLANK PARM, OR A BLANK TO DATE, RUNS
043500* OPEN-ENDED; ANYTHING ELSE NOT NUMERIC ABORTS THE RUN.
043600*----------------------------------------------------------------
043700     ACCEPT CE-PARM-CARD FROM COMMAND-LINE
043800     ACCEPT CE-RUN-DATE FROM DATE YYYYMMDD
043900
044000     OPEN OUTPUT EFFECT-REPORT-FILE
044100     IF NOT CE-RPT-OK
044200         DISPLAY "ERROR OPENING EFFECT-REPORT-FILE - FILE STATUS "
044300             CE-RPT-STATUS
044400         MOVE 'Y' TO CE-IO-ERROR-FLAG
044500     END-IF
044600
044700     WRITE EFFECT-REPORT-LINE FROM ER-TITLE-LINE
044800
044900     IF CE-PARM-CARD(1:8) NOT = SPACES
045000         IF CE-PARM-CARD(1:8) IS NUMERIC
045100             MOVE CE-PARM-CARD(1:8) TO CE-FROM-DATE
045200         ELSE
045300             MOVE 'Y' TO CE-ABORT-FLAG
045400         END-IF
045500     END-IF
045600
045700     IF CE-PARM-CARD(10:8) NOT = SPACES
045800         IF CE-PARM-CARD(10:8) IS NUMERIC
045900             MOVE CE-PARM-CARD(10:8) TO CE-TO-DATE
046000         ELSE
046100             MOVE 'Y' TO CE-ABORT-FLAG
046200         END-IF
046300     END-IF
046400
046500     MOVE CE-RUN-DATE  TO ER-RUN-DATE
046600     MOVE CE-FROM-DATE TO ER-FROM-DATE
046700     MOVE CE-TO-DATE   TO ER-TO-DATE
046800     WRITE EFFECT-REPORT-LINE FROM ER-DATE-LINE
046900     WRITE EFFECT-REPORT-LINE FROM ER-BLANK-LINE
047000
047100     IF CE-ABORTED
047200         DISPLAY "PERIOD PARM NOT NUMERIC - " CE-PARM-CARD
047300         MOVE "PERIOD PARM NOT YYYYMMDD YYYYMMDD" TO ER-ABORT-TEXT
047400         WRITE EFFECT-REPORT-LINE FROM ER-ABORT-LINE
047500         GO TO 1000-EXIT
047600     END-IF
047700
047800     IF CE-FROM-DATE > CE-TO-DATE
047900         DISPLAY "PERIOD FROM DATE IS AFTER TO DATE"
048000         MOVE "PERIOD FROM DATE IS AFTER TO DATE" TO ER-ABORT-TEXT
048100         WRITE EFFECT-REPORT-LINE FROM ER-ABORT-LINE
048200         MOVE 'Y' TO CE-ABORT-FLAG
048300     END-IF.
048400
048500 1000-EXIT.
048600     EXIT.
048700
048800 1100-LOAD-MASTER.
048900*----------------------------------------------------------------
049000* ONE PASS OF THE MASTER FOR EACH CUSTOMER'S REGION AND CURRENT
049100* BALANCE.  WITHOUT THE MASTER THERE IS NOTHING TO JOIN TO, SO A
049200* MASTER THAT DOES NOT OPEN ABORTS THE REPORT.
049300*----------------------------------------------------------------
049400     OPEN INPUT CUSTOMER-MASTER
049500     IF NOT CE-MAST-OK
049600         DISPLAY "ERROR OPENING CUSTOMER-MASTER - FILE STATUS "
049700             CE-MAST-STATUS
049800         MOVE "CUSTOMER-MASTER DID NOT OPEN" TO ER-ABORT-TEXT
049900         WRITE EFFECT-REPORT-LINE FROM ER-ABORT-LINE
050000         MOVE 'Y' TO CE-ABORT-FLAG
050100         GO TO 1100-EXIT
050200     END-IF
050300
050400     MOVE 'N' TO CE-MAST-EOF-FLAG
050500     PERFORM 1110-READ-MASTER-REC
050600         THRU 1110-EXIT
050700         UNTIL CE-MAST-EOF
050800     CLOSE CUSTOMER-MASTER.
050900
051000 1100-EXIT.
051100     EXIT.
051200
051300 1110-READ-MASTER-REC.
051400     READ CUSTOMER-MASTER NEXT RECORD
051500         AT END
051600             MOVE 'Y' TO CE-MAST-EOF-FLAG
051700         NOT AT END
051800             ADD 1 TO CE-COUNT-MAST-READ
051900             IF MAST-CUST-ID IS NUMERIC AND MAST-CUST-ID > ZERO
052000                 MOVE 'Y' TO CE-ON-MASTER(MAST-CUST-ID)
052100                 MOVE MAST-REGION-CODE
052200                     TO CE-MAST-REGION(MAST-CUST-ID)
052260                 MOVE MAST-BALANCE TO CE-MAST-BAL(MAST-CUST-ID)
052320                 MOVE MAST-BALANCE TO CE-START-BAL(MAST-CUST-ID)
052400             END-IF
052500     END-READ
052600
052700     IF NOT CE-MAST-OK AND NOT CE-MAST-EOF
052800         DISPLAY "ERROR READING CUSTOMER-MASTER - FILE STATUS "
052900             CE-MAST-STATUS
053000         MOVE "CUSTOMER-MASTER READ ERROR" TO ER-ABORT-TEXT
053100         WRITE EFFECT-REPORT-LINE FROM ER-ABORT-LINE
053200         MOVE 'Y' TO CE-ABORT-FLAG
053300         MOVE 'Y' TO CE-MAST-EOF-FLAG
053400     END-IF.
053500
053600 1110-EXIT.
053700     EXIT.
053800
053900 1200-LOAD-TIER-HISTORY.
054000*----------------------------------------------------------------
054100* LOADS TIER HISTORY DIRECT-INDEXED BY CUST-ID.  AN ABSENT FILE
054200* LEAVES THE RATES INTACT BUT NO CUSTOMER HAS A TIER TO BE
054300* MEASURED TO, SO THE COMPARISON IS EMPTY AND THE RUN ENDS RC 4.
054400*----------------------------------------------------------------
054500     OPEN INPUT TIER-HISTORY-FILE
054600
054700     IF CE-HIST-OK
054800         MOVE 'Y' TO CE-HIST-LOADED-FLAG
054900         MOVE 'N' TO CE-HIST-EOF-FLAG
055000         PERFORM 1210-READ-HIST-REC
055100             THRU 1210-EXIT
055200             UNTIL CE-HIST-EOF
055300         CLOSE TIER-HISTORY-FILE
055400     ELSE
055500         IF NOT CE-HIST-NOT-FOUND
055600             DISPLAY "ERROR OPENING TIER-HISTORY-FILE - FILE "
055700                 "STATUS " CE-HIST-STATUS
055800             MOVE 'Y' TO CE-IO-ERROR-FLAG
055900         END-IF
056000     END-IF.
056100
056200 1200-EXIT.
056300     EXIT.
056400
056500 1210-READ-HIST-REC.
056600     READ TIER-HISTORY-FILE
056700         AT END
056800             MOVE 'Y' TO CE-HIST-EOF-FLAG
056900         NOT AT END
057000             IF HIST-CUST-ID IS NUMERIC AND HIST-CUST-ID > ZERO
057100                 MOVE HIST-TIER TO CE-HIST-TIER(HIST-CUST-ID)
057200                 MOVE HIST-PRIOR-TIER
057300                     TO CE-HIST-PRIOR(HIST-CUST-ID)
057360                 MOVE HIST-RUN-DATE
057420                     TO CE-HIST-RUN-DATE(HIST-CUST-ID)
057500             END-IF
057600     END-READ
057700
057800*    A READ FAILURE THAT IS NOT A CLEAN EOF MUST NOT SPIN THE
057900*    LOAD LOOP - THE LOAD IS ABANDONED AND THE RUN GOES HARD
058000*    ERROR.
058100     IF NOT CE-HIST-OK AND NOT CE-HIST-EOF
058200         DISPLAY "ERROR READING TIER-HISTORY-FILE - FILE "
058300             "STATUS " CE-HIST-STATUS
058400         MOVE 'N' TO CE-HIST-LOADED-FLAG
058500         MOVE 'Y' TO CE-IO-ERROR-FLAG
058600         MOVE 'Y' TO CE-HIST-EOF-FLAG
058700     END-IF.
058800
058900 1210-EXIT.
059000     EXIT.
059100
059200 2000-READ-CONTACT-HISTORY.
059300*----------------------------------------------------------------
059400* EVERY OUTCOME IN THE PERIOD IS COUNTED UNDER ITS REGION AND THE
059500* TIER IT WAS AIMED AT, AND EACH CUSTOMER WITH A 'C' OUTCOME IN
059600* THE PERIOD IS MARKED CONTACTED FOR THE COMPARISON.  NO HISTORY
059700* YET IS AN EMPTY REPORT, NOT AN ERROR.
059800*----------------------------------------------------------------
059900     OPEN INPUT CONTACT-HISTORY-FILE
060000     IF CE-CNTH-NOT-FOUND
060100         MOVE "NO CONTACT HISTORY ON FILE YET" TO ER-NOTE-TEXT
060200         WRITE EFFECT-REPORT-LINE FROM ER-NOTE-LINE
060300         GO TO 2000-EXIT
060400     END-IF
060500
060600     IF NOT CE-CNTH-OK
060700         DISPLAY "ERROR OPENING CONTACT-HISTORY-FILE - FILE "
060800             "STATUS " CE-CNTH-STATUS
060900         MOVE "CONTACT-HISTORY-FILE DID NOT OPEN" TO ER-ABORT-TEXT
061000         WRITE EFFECT-REPORT-LINE FROM ER-ABORT-LINE
061100         MOVE 'Y' TO CE-ABORT-FLAG
061200         GO TO 2000-EXIT
061300     END-IF
061400
061500     MOVE 'N' TO CE-CNTH-EOF-FLAG
061600     PERFORM 2100-READ-CNTH-REC
061700         THRU 2100-EXIT
061800         UNTIL CE-CNTH-EOF
061900     CLOSE CONTACT-HISTORY-FILE.
062000
062100 2000-EXIT.
062200     EXIT.
062300
062400 2100-READ-CNTH-REC.
062500     READ CONTACT-HISTORY-FILE
062600         AT END
062700             MOVE 'Y' TO CE-CNTH-EOF-FLAG
062800             GO TO 2100-EXIT
062900     END-READ
063000
063100     IF NOT CE-CNTH-OK
063200         DISPLAY "ERROR READING CONTACT-HISTORY-FILE - FILE "
063300             "STATUS " CE-CNTH-STATUS
063400         MOVE "CONTACT-HISTORY-FILE READ ERROR" TO ER-ABORT-TEXT
063500         WRITE EFFECT-REPORT-LINE FROM ER-ABORT-LINE
063600         MOVE 'Y' TO CE-ABORT-FLAG
063700         MOVE 'Y' TO CE-CNTH-EOF-FLAG
063800         GO TO 2100-EXIT
063900     END-IF
064000
064100     ADD 1 TO CE-COUNT-CNTH-READ
064200
064300     IF CNTH-CUST-ID IS NOT NUMERIC OR CNTH-CUST-ID = ZERO
064400        OR CNTH-RESPONSE-DATE IS NOT NUMERIC
064500         ADD 1 TO CE-COUNT-BAD-CNTH
064600         GO TO 2100-EXIT
064700     END-IF
064800
064900     IF CNTH-RESPONSE-DATE < CE-FROM-DATE
065000        OR CNTH-RESPONSE-DATE > CE-TO-DATE
065100         ADD 1 TO CE-COUNT-OUT-PERIOD
065200         GO TO 2100-EXIT
065300     END-IF
065400
065440     ADD 1 TO CE-COUNT-IN-PERIOD
065480     IF CNTH-RESPONSE-DATE < CE-FIRST-RESP-DATE
065520         MOVE CNTH-RESPONSE-DATE TO CE-FIRST-RESP-DATE
065560     END-IF
065600
065700     IF CE-ON-MASTER(CNTH-CUST-ID) = 'Y'
065800         MOVE CE-MAST-REGION(CNTH-CUST-ID)
065900             TO CE-LOOKUP-REGION-CODE
066000     ELSE
066100         ADD 1 TO CE-COUNT-NOT-ON-MAST
066200         MOVE "N/F" TO CE-LOOKUP-REGION-CODE
066300     END-IF
066400     PERFORM 2200-FIND-REGION-ENTRY
066500         THRU 2200-EXIT
066600
066700     MOVE CNTH-TIER TO CE-WORK-TIER
066800     PERFORM 7000-TIER-SLOT
066900         THRU 7000-EXIT
067000
067100     ADD 1 TO CE-RGN-RESPONSES(CE-REGION-IDX, CE-TIER-SUB)
067200     ADD 1 TO CE-TOT-RESPONSES(CE-TIER-SUB)
067300     ADD 1 TO CE-GRD-RESPONSES
067400
067500     EVALUATE TRUE
067600         WHEN CNTH-CONTACTED
067700             ADD 1 TO CE-RGN-CONTACTED(CE-REGION-IDX, CE-TIER-SUB)
067800             ADD 1 TO CE-TOT-CONTACTED(CE-TIER-SUB)
067900             ADD 1 TO CE-GRD-CONTACTED
068000             PERFORM 2300-NOTE-CONTACT
068100                 THRU 2300-EXIT
068200         WHEN CNTH-OPT-OUT
068300             ADD 1 TO CE-RGN-OPTOUT(CE-REGION-IDX, CE-TIER-SUB)
068400             ADD 1 TO CE-TOT-OPTOUT(CE-TIER-SUB)
068500             ADD 1 TO CE-GRD-OPTOUT
068600         WHEN CNTH-UNDELIVERABLE
068700             ADD 1 TO CE-RGN-UNDELIV(CE-REGION-IDX, CE-TIER-SUB)
068800             ADD 1 TO CE-TOT-UNDELIV(CE-TIER-SUB)
068900             ADD 1 TO CE-GRD-UNDELIV
069000     END-EVALUATE.
069100
069200 2100-EXIT.
069300     EXIT.
069400
069500 2200-FIND-REGION-ENTRY.
069600     IF CE-REGION-COUNT > ZERO
069700         SET CE-REGION-IDX TO 1
069800         SEARCH CE-REGION-ENTRY
069900             AT END
070000                 CONTINUE
070100             WHEN CE-RGN-CODE(CE-REGION-IDX)
070200                  = CE-LOOKUP-REGION-CODE
070300                 GO TO 2200-EXIT
070400         END-SEARCH
070500     END-IF
070600
070700     IF CE-REGION-COUNT NOT < 50
070800         MOVE 'Y' TO CE-REGION-TABLE-FULL
070900         SET CE-REGION-IDX TO CE-REGION-COUNT
071000         GO TO 2200-EXIT
071100     END-IF
071200
071300     ADD 1 TO CE-REGION-COUNT
071400     SET CE-REGION-IDX TO CE-REGION-COUNT
071500     MOVE CE-LOOKUP-REGION-CODE TO CE-RGN-CODE(CE-REGION-IDX)
071600     PERFORM 2210-CLEAR-REGION-TIER
071700         THRU 2210-EXIT
071800         VARYING CE-TIER-SUB FROM 1 BY 1
071900         UNTIL CE-TIER-SUB > 4.
072000
072100 2200-EXIT.
072200     EXIT.
072300
072400 2210-CLEAR-REGION-TIER.
072500     MOVE ZERO TO CE-RGN-RESPONSES(CE-REGION-IDX, CE-TIER-SUB)
072600     MOVE ZERO TO CE-RGN-CONTACTED(CE-REGION-IDX, CE-TIER-SUB)
072700     MOVE ZERO TO CE-RGN-OPTOUT(CE-REGION-IDX, CE-TIER-SUB)
072800     MOVE ZERO TO CE-RGN-UNDELIV(CE-REGION-IDX, CE-TIER-SUB).
072900
073000 2210-EXIT.
073100     EXIT.
073200
073300 2300-NOTE-CONTACT.
073410*----------------------------------------------------------------
073520* KEEPS THE EARLIEST CONTACT IN THE PERIOD - HISTORY IS APPENDED
073630* IN TRANSMISSION ORDER, NOT NECESSARILY RESPONSE-DATE ORDER.
073740*----------------------------------------------------------------
073850     IF CE-CONTACT-FLAG(CNTH-CUST-ID) = 'Y'
073960        AND CE-CONTACT-DATE(CNTH-CUST-ID) NOT > CNTH-RESPONSE-DATE
074070         GO TO 2300-EXIT
074180     END-IF
074290
074400     MOVE 'Y'                TO CE-CONTACT-FLAG(CNTH-CUST-ID)
074510     MOVE CNTH-RESPONSE-DATE TO CE-CONTACT-DATE(CNTH-CUST-ID).
074700
074800 2300-EXIT.
074900     EXIT.
074920
074940 2500-REBUILD-START-BALANCES.
074960*----------------------------------------------------------------
074980* EACH CUSTOMER'S BALANCE AT THE START OF THE PERIOD, REBUILT THE
075000* WAY CUSTASOF DOES - THE MASTER NOW, UNWOUND BY THE BEFORE IMAGE
075020* OF EVERY JOURNAL ENTRY DATED ON OR AFTER THE START.  THE START
075040* IS THE FROM DATE, OR FOR AN OPEN-ENDED PERIOD THE EARLIEST
075060* OUTCOME IN IT.  THE ARCHIVE IS UNWOUND BEFORE THE LIVE JOURNAL
075080* SO EACH CUSTOMER'S ENTRIES ARE MET OLDEST FIRST.
075100*----------------------------------------------------------------
075120     MOVE CE-FROM-DATE TO CE-BASE-DATE
075140     IF CE-BASE-DATE = ZERO AND CE-FIRST-RESP-DATE NOT = 99999999
075160         MOVE CE-FIRST-RESP-DATE TO CE-BASE-DATE
075180     END-IF
075200
075220     PERFORM 2510-CHECK-JOURNAL-REACH
075240         THRU 2510-EXIT
075260
075280     IF NOT CE-ABORTED AND CE-ARCH-NEEDED
075300         PERFORM 2520-REPLAY-ARCHIVE
075320             THRU 2520-EXIT
075340     END-IF
075360
075380     IF NOT CE-ABORTED
075400         PERFORM 2530-REPLAY-LIVE
075420             THRU 2530-EXIT
075440     END-IF.
075460
075480 2500-EXIT.
075500     EXIT.
075520
075540 2510-CHECK-JOURNAL-REACH.
075560*----------------------------------------------------------------
075580* THE JRNLARCH HOUSEKEEPING RUN TRIMS THE OLDEST DATES OFF THE
075600* LIVE JOURNAL.  WHEN THE FIRST LIVE ENTRY IS NOT BEFORE THE START
075620* OF THE PERIOD, ENTRIES THE UNWIND NEEDS MAY HAVE BEEN MOVED TO
075640* THE ARCHIVE, SO THE ARCHIVE IS READ AS WELL.  A JOURNAL THAT HAS
075660* NEVER BEEN WRITTEN IS TAKEN AS EMPTY.
075680*----------------------------------------------------------------
075700     OPEN INPUT JOURNAL-FILE
075720
075740     IF CE-JRNL-NOT-FOUND
075760         MOVE 'Y' TO CE-ARCH-NEEDED-FLAG
075780         GO TO 2510-EXIT
075800     END-IF
075820
075840     IF NOT CE-JRNL-OK
075860         DISPLAY "ERROR OPENING JOURNAL-FILE - FILE STATUS "
075880             CE-JRNL-STATUS
075900         MOVE "JOURNAL-FILE DID NOT OPEN" TO ER-ABORT-TEXT
075920         WRITE EFFECT-REPORT-LINE FROM ER-ABORT-LINE
075940         MOVE 'Y' TO CE-ABORT-FLAG
075960         GO TO 2510-EXIT
075980     END-IF
076000
076020     MOVE 'N' TO CE-JRNL-EOF-FLAG
076040     READ JOURNAL-FILE
076060         AT END
076080             MOVE 'Y' TO CE-JRNL-EOF-FLAG
076100         NOT AT END
076120             MOVE JRNL-RUN-DATE TO CE-LIVE-FIRST-DATE
076140     END-READ
076160
076180     IF NOT CE-JRNL-OK AND NOT CE-JRNL-EOF
076200         DISPLAY "ERROR READING JOURNAL-FILE - FILE STATUS "
076220             CE-JRNL-STATUS
076240         MOVE "JOURNAL-FILE READ ERROR" TO ER-ABORT-TEXT
076260         WRITE EFFECT-REPORT-LINE FROM ER-ABORT-LINE
076280         MOVE 'Y' TO CE-ABORT-FLAG
076300     END-IF
076320     CLOSE JOURNAL-FILE
076340
076360     IF CE-LIVE-FIRST-DATE NOT < CE-BASE-DATE
076380         MOVE 'Y' TO CE-ARCH-NEEDED-FLAG
076400     END-IF.
076420
076440 2510-EXIT.
076460     EXIT.
076480
076500 2520-REPLAY-ARCHIVE.
076520*----------------------------------------------------------------
076540* NO ARCHIVE ON THE SYSTEM IS NOT AN ERROR, BUT THE JOURNAL THEN
076560* CANNOT BE SHOWN TO REACH BACK TO THE START OF THE PERIOD - THE
076580* REPORT SAYS SO.  THE SAME NOTE IS RAISED WHEN THE ARCHIVE ITSELF
076600* STARTS ON OR AFTER THAT DATE.
076620*----------------------------------------------------------------
076640     OPEN INPUT JOURNAL-ARCHIVE-FILE
076660
076680     IF CE-ARCH-NOT-FOUND
076700         MOVE 'Y' TO CE-ARCH-MISSING-FLAG
076720         MOVE 'Y' TO CE-SHORT-REACH-FLAG
076740         GO TO 2520-EXIT
076760     END-IF
076780
076800     IF NOT CE-ARCH-OK
076820         DISPLAY "ERROR OPENING JOURNAL-ARCHIVE-FILE - FILE "
076840             "STATUS " CE-ARCH-STATUS
076860         MOVE "JOURNAL ARCHIVE DID NOT OPEN" TO ER-ABORT-TEXT
076880         WRITE EFFECT-REPORT-LINE FROM ER-ABORT-LINE
076900         MOVE 'Y' TO CE-ABORT-FLAG
076920         GO TO 2520-EXIT
076940     END-IF
076960
076980     MOVE 'N' TO CE-ARCH-EOF-FLAG
077000     PERFORM 2521-READ-ARCHIVE-REC
077020         THRU 2521-EXIT
077040         UNTIL CE-ARCH-EOF OR CE-ABORTED
077060     CLOSE JOURNAL-ARCHIVE-FILE
077080
077100     IF CE-ARCH-FIRST-DATE NOT < CE-BASE-DATE
077120         MOVE 'Y' TO CE-SHORT-REACH-FLAG
077140     END-IF.
077160
077180 2520-EXIT.
077200     EXIT.
077220
077240 2521-READ-ARCHIVE-REC.
077260*----------------------------------------------------------------
077280* AN ARCHIVED ENTRY DATED ON OR AFTER THE FIRST LIVE DATE IS ALSO
077300* STILL ON THE LIVE JOURNAL AND IS LEFT FOR THE LIVE PASS, SO IT
077320* IS NOT UNWOUND TWICE.
077340*----------------------------------------------------------------
077360     READ JOURNAL-ARCHIVE-FILE
077380         AT END
077400             MOVE 'Y' TO CE-ARCH-EOF-FLAG
077420         NOT AT END
077440             ADD 1 TO CE-COUNT-ARCH-READ
077460             MOVE JOURNAL-ARCHIVE-REC TO CE-REPLAY-REC
077480             IF CE-COUNT-ARCH-READ = 1
077500                 MOVE RPL-RUN-DATE TO CE-ARCH-FIRST-DATE
077520             END-IF
077540             IF RPL-RUN-DATE NOT < CE-BASE-DATE
077560                AND RPL-RUN-DATE < CE-LIVE-FIRST-DATE
077580                 PERFORM 2540-UNWIND-ONE-REC
077600                     THRU 2540-EXIT
077620             END-IF
077640     END-READ
077660
077680     IF NOT CE-ARCH-OK AND NOT CE-ARCH-EOF
077700         DISPLAY "ERROR READING JOURNAL-ARCHIVE-FILE - FILE "
077720             "STATUS " CE-ARCH-STATUS
077740         MOVE "JOURNAL ARCHIVE READ ERROR" TO ER-ABORT-TEXT
077760         WRITE EFFECT-REPORT-LINE FROM ER-ABORT-LINE
077780         MOVE 'Y' TO CE-ABORT-FLAG
077800     END-IF.
077820
077840 2521-EXIT.
077860     EXIT.
077880
077900 2530-REPLAY-LIVE.
077920     OPEN INPUT JOURNAL-FILE
077940
077960     IF CE-JRNL-NOT-FOUND
077980         GO TO 2530-EXIT
078000     END-IF
078020
078040     IF NOT CE-JRNL-OK
078060         DISPLAY "ERROR OPENING JOURNAL-FILE - FILE STATUS "
078080             CE-JRNL-STATUS
078100         MOVE "JOURNAL-FILE DID NOT OPEN" TO ER-ABORT-TEXT
078120         WRITE EFFECT-REPORT-LINE FROM ER-ABORT-LINE
078140         MOVE 'Y' TO CE-ABORT-FLAG
078160         GO TO 2530-EXIT
078180     END-IF
078200
078220     MOVE 'N' TO CE-JRNL-EOF-FLAG
078240     PERFORM 2531-READ-JOURNAL-REC
078260         THRU 2531-EXIT
078280         UNTIL CE-JRNL-EOF OR CE-ABORTED
078300     CLOSE JOURNAL-FILE.
078320
078340 2530-EXIT.
078360     EXIT.
078380
078400 2531-READ-JOURNAL-REC.
078420     READ JOURNAL-FILE
078440         AT END
078460             MOVE 'Y' TO CE-JRNL-EOF-FLAG
078480         NOT AT END
078500             IF JRNL-RUN-DATE NOT < CE-BASE-DATE
078520                 MOVE JOURNAL-REC TO CE-REPLAY-REC
078540                 PERFORM 2540-UNWIND-ONE-REC
078560                     THRU 2540-EXIT
078580             END-IF
078600     END-READ
078620
078640     IF NOT CE-JRNL-OK AND NOT CE-JRNL-EOF
078660         DISPLAY "ERROR READING JOURNAL-FILE - FILE STATUS "
078680             CE-JRNL-STATUS
078700         MOVE "JOURNAL-FILE READ ERROR" TO ER-ABORT-TEXT
078720         WRITE EFFECT-REPORT-LINE FROM ER-ABORT-LINE
078740         MOVE 'Y' TO CE-ABORT-FLAG
078760     END-IF.
078780
078800 2531-EXIT.
078820     EXIT.
078840
078860 2540-UNWIND-ONE-REC.
078880*----------------------------------------------------------------
078900* THE FIRST ENTRY MET FOR A CUSTOMER IS THEIR OLDEST IN THE
078920* PERIOD, SO ITS BEFORE IMAGE IS WHERE THEY STOOD AT THE START -
078940* AN ADD MEANS THEY WERE NOT YET ON FILE.  LATER ENTRIES ARE ONLY
078960* CHAINED BY BALANCE, EACH BEFORE TO THE AFTER OF THE ONE BEFORE
078980* IT, AND A BREAK MARKS THE STARTING BALANCE AS NOT PROVEN.  THE
079000* KEY COMES FROM THE BEFORE IMAGE, OR THE AFTER IMAGE FOR AN ADD.
079020*----------------------------------------------------------------
079040     ADD 1 TO CE-COUNT-JRNL-USED
079060     IF RPL-BEFORE-IMAGE = SPACES
079080         MOVE RPL-AFTER-IMAGE TO CE-IMAGE-REC
079100     ELSE
079120         MOVE RPL-BEFORE-IMAGE TO CE-IMAGE-REC
079140     END-IF
079160
079180     IF IMG-CUST-ID IS NOT NUMERIC OR IMG-CUST-ID = ZERO
079200         ADD 1 TO CE-COUNT-BAD-JRNL
079220         GO TO 2540-EXIT
079240     END-IF
079260
079280     MOVE IMG-CUST-ID TO CE-CUST-SUB
079300     IF RPL-BEFORE-IMAGE = SPACES
079320         MOVE ZERO TO CE-BEFORE-BAL
079340     ELSE
079360         MOVE IMG-BALANCE TO CE-BEFORE-BAL
079380     END-IF
079400
079420     IF CE-JRNL-SEEN(CE-CUST-SUB) = 'Y'
079440         IF CE-BEFORE-BAL NOT = CE-LAST-AFTER-BAL(CE-CUST-SUB)
079460             MOVE 'Y' TO CE-GAP-FLAG(CE-CUST-SUB)
079480         END-IF
079500     ELSE
079520         MOVE 'Y' TO CE-JRNL-SEEN(CE-CUST-SUB)
079540         MOVE CE-BEFORE-BAL TO CE-START-BAL(CE-CUST-SUB)
079560         IF RPL-BEFORE-IMAGE = SPACES
079580             MOVE 'N' TO CE-START-ON-FILE(CE-CUST-SUB)
079600         END-IF
079620     END-IF
079640
079660     IF RPL-AFTER-IMAGE = SPACES
079680         MOVE ZERO TO CE-LAST-AFTER-BAL(CE-CUST-SUB)
079700     ELSE
079720         MOVE RPL-AFTER-IMAGE TO CE-IMAGE-REC
079740         MOVE IMG-BALANCE TO CE-LAST-AFTER-BAL(CE-CUST-SUB)
079760     END-IF.
079780
079800 2540-EXIT.
079820     EXIT.
079840
079860 3000-COMPARE-CUSTOMER.
079880*----------------------------------------------------------------
079900* ONE CUSTOMER INTO THE COMPARISON.  ONLY CUSTOMERS STILL ON THE
079920* MASTER WITH A TIER ON TIER HISTORY CAN BE MEASURED - A CLOSED
079940* ACCOUNT HAS NO BALANCE NOW AND AN UNCLASSIFIED ONE NO TIER.
079960* CONTACTED OR NOT, EVERY CUSTOMER IS MEASURED FROM WHERE THEY
079980* STOOD AT THE START OF THE PERIOD, SO BOTH GROUPS COVER THE SAME
080000* WINDOW.  ONE OPENED DURING THE PERIOD HAS NO STARTING POINT AND
080020* ONE WHOSE JOURNAL DOES NOT CHAIN TO THE MASTER HAS NO PROVEN
080040* ONE - NEITHER IS MEASURED.
080060*----------------------------------------------------------------
080080     IF CE-ON-MASTER(CE-CUST-SUB) NOT = 'Y'
080100         GO TO 3000-EXIT
080120     END-IF
080140
080160     IF CE-HIST-TIER(CE-CUST-SUB) = SPACE
080180         ADD 1 TO CE-COUNT-NO-HIST
080200         GO TO 3000-EXIT
080220     END-IF
080240
080260     IF CE-START-ON-FILE(CE-CUST-SUB) = 'N'
080280         ADD 1 TO CE-COUNT-OPENED
080300         GO TO 3000-EXIT
080320     END-IF
080340
080360*    THE LATEST ENTRY MUST LEAVE THE CUSTOMER WITH THE BALANCE THE
080380*    MASTER HAS NOW - IF NOT, SOMETHING MOVED IT THAT THE JOURNAL
080400*    DOES NOT SHOW AND THE STARTING BALANCE CANNOT BE TRUSTED.
080420     IF CE-JRNL-SEEN(CE-CUST-SUB) = 'Y'
080440        AND CE-LAST-AFTER-BAL(CE-CUST-SUB)
080460            NOT = CE-MAST-BAL(CE-CUST-SUB)
080480         MOVE 'Y' TO CE-GAP-FLAG(CE-CUST-SUB)
080500     END-IF
080520     IF CE-GAP-FLAG(CE-CUST-SUB) = 'Y'
080540         ADD 1 TO CE-COUNT-GAPS
080560         GO TO 3000-EXIT
080580     END-IF
080600
080620     IF CE-CONTACT-FLAG(CE-CUST-SUB) = 'Y'
080640         MOVE 1 TO CE-GROUP-SUB
080660     ELSE
080680         MOVE 2 TO CE-GROUP-SUB
080700     END-IF
080720
080740*    TIER HISTORY LAST WRITTEN BEFORE THE START STILL SHOWS THE
080760*    TIER HELD THEN.  ONE REWRITTEN SINCE KEEPS ONLY THE TIER HELD
080780*    BEFORE ITS LATEST RUN, THE EARLIEST IT RECORDS; A SPACE THERE
080800*    IS A CUSTOMER NOT YET TIERED, WHO STARTS FROM NO TIER.
080820     IF CE-HIST-RUN-DATE(CE-CUST-SUB) < CE-BASE-DATE
080840         MOVE CE-HIST-TIER(CE-CUST-SUB) TO CE-WORK-TIER
080860     ELSE
080880         MOVE CE-HIST-PRIOR(CE-CUST-SUB) TO CE-WORK-TIER
080900     END-IF
080920     MOVE CE-START-BAL(CE-CUST-SUB) TO CE-BASE-BAL
080940
080960     PERFORM 7000-TIER-SLOT
080980         THRU 7000-EXIT
080990     MOVE CE-WORK-RANK TO CE-BASE-RANK
081000
081020     MOVE CE-HIST-TIER(CE-CUST-SUB) TO CE-WORK-TIER
081040     PERFORM 7000-TIER-SLOT
081060         THRU 7000-EXIT
081080     MOVE CE-WORK-RANK TO CE-NOW-RANK
081100
081120*    THE ROW IS THE TIER THE CUSTOMER STARTED FROM.
081140     EVALUATE CE-BASE-RANK
081160         WHEN 3  MOVE 1 TO CE-TIER-SUB
081180         WHEN 2  MOVE 2 TO CE-TIER-SUB
081200         WHEN 1  MOVE 3 TO CE-TIER-SUB
081220         WHEN OTHER MOVE 4 TO CE-TIER-SUB
081240     END-EVALUATE
081260
081280     ADD 1 TO CE-CMP-COUNT(CE-GROUP-SUB, CE-TIER-SUB)
081300
081320     IF CE-BASE-RANK > ZERO AND CE-NOW-RANK > CE-BASE-RANK
081340         ADD 1 TO CE-CMP-UPGRADED(CE-GROUP-SUB, CE-TIER-SUB)
081360     END-IF
081380     IF CE-BASE-RANK > ZERO AND CE-NOW-RANK > ZERO
081400        AND CE-NOW-RANK < CE-BASE-RANK
081420         ADD 1 TO CE-CMP-DOWNGRADED(CE-GROUP-SUB, CE-TIER-SUB)
081440     END-IF
081460
081480     COMPUTE CE-BAL-CHANGE =
081500         CE-MAST-BAL(CE-CUST-SUB) - CE-BASE-BAL
081520     IF CE-BAL-CHANGE > ZERO
081540         ADD 1 TO CE-CMP-GREW(CE-GROUP-SUB, CE-TIER-SUB)
081560     END-IF
081580     ADD CE-BAL-CHANGE
081600         TO CE-CMP-NET-CHANGE(CE-GROUP-SUB, CE-TIER-SUB).
081620
081640 3000-EXIT.
081660     EXIT.
081700
081800 7000-TIER-SLOT.
081900*----------------------------------------------------------------
082000* TURNS CE-WORK-TIER INTO ITS REPORT SLOT (CE-TIER-SUB) AND ITS
082100* RANK FOR UPGRADE TESTS (CE-WORK-RANK, ZERO WHEN UNKNOWN).
082200*----------------------------------------------------------------
082300     EVALUATE CE-WORK-TIER
082400         WHEN 'V'
082500             MOVE 1 TO CE-TIER-SUB
082600             MOVE 3 TO CE-WORK-RANK
082700         WHEN 'P'
082800             MOVE 2 TO CE-TIER-SUB
082900             MOVE 2 TO CE-WORK-RANK
083000         WHEN 'N'
083100             MOVE 3 TO CE-TIER-SUB
083200             MOVE 1 TO CE-WORK-RANK
083300         WHEN OTHER
083400             MOVE 4 TO CE-TIER-SUB
083500             MOVE 0 TO CE-WORK-RANK
083600     END-EVALUATE.
083700
083800 7000-EXIT.
083900     EXIT.
084000
084100 8000-PRINT-RATES.
084200     MOVE "OUTCOME RATES BY REGION AND TIER AT CONTACT"
084300         TO ER-SECTION-TEXT
084400     WRITE EFFECT-REPORT-LINE FROM ER-SECTION-LINE
084500     WRITE EFFECT-REPORT-LINE FROM ER-BLANK-LINE
084600     WRITE EFFECT-REPORT-LINE FROM ER-RATE-HEADER-LINE
084700
084800     IF CE-REGION-COUNT > ZERO
084900         PERFORM 8100-PRINT-REGION
085000             THRU 8100-EXIT
085100             VARYING CE-REGION-IDX FROM 1 BY 1
085200             UNTIL CE-REGION-IDX > CE-REGION-COUNT
085300     END-IF
085400
085500     WRITE EFFECT-REPORT-LINE FROM ER-BLANK-LINE
085600     PERFORM 8200-PRINT-TIER-TOTAL
085700         THRU 8200-EXIT
085800         VARYING CE-TIER-SUB FROM 1 BY 1
085900         UNTIL CE-TIER-SUB > 4
086000
086100     MOVE "TOTAL"          TO ER-RT-REGION
086200     MOVE SPACES           TO ER-RT-TIER
086300     MOVE CE-GRD-RESPONSES TO CE-LINE-RESPONSES
086400     MOVE CE-GRD-CONTACTED TO CE-LINE-CONTACTED
086500     MOVE CE-GRD-OPTOUT    TO CE-LINE-OPTOUT
086600     MOVE CE-GRD-UNDELIV   TO CE-LINE-UNDELIV
086700     PERFORM 8300-SET-RATES
086800         THRU 8300-EXIT
086900     WRITE EFFECT-REPORT-LINE FROM ER-RATE-LINE
087000
087100     IF CE-REGION-OVERFLOW
087200         MOVE "MORE THAN 50 REGIONS - LAST REGION LINE IS FOLDED"
087300             TO ER-NOTE-TEXT
087400         WRITE EFFECT-REPORT-LINE FROM ER-NOTE-LINE
087500     END-IF.
087600
087700 8000-EXIT.
087800     EXIT.
087900
088000 8100-PRINT-REGION.
088100     PERFORM 8110-PRINT-REGION-TIER
088200         THRU 8110-EXIT
088300         VARYING CE-TIER-SUB FROM 1 BY 1
088400         UNTIL CE-TIER-SUB > 4.
088500
088600 8100-EXIT.
088700     EXIT.
088800
088900 8110-PRINT-REGION-TIER.
089000     IF CE-RGN-RESPONSES(CE-REGION-IDX, CE-TIER-SUB) = ZERO
089100         GO TO 8110-EXIT
089200     END-IF
089300
089400     MOVE CE-RGN-CODE(CE-REGION-IDX) TO ER-RT-REGION
089500     MOVE CE-TIER-NAME(CE-TIER-SUB)  TO ER-RT-TIER
089600     MOVE CE-RGN-RESPONSES(CE-REGION-IDX, CE-TIER-SUB)
089700         TO CE-LINE-RESPONSES
089800     MOVE CE-RGN-CONTACTED(CE-REGION-IDX, CE-TIER-SUB)
089900         TO CE-LINE-CONTACTED
090000     MOVE CE-RGN-OPTOUT(CE-REGION-IDX, CE-TIER-SUB)
090100         TO CE-LINE-OPTOUT
090200     MOVE CE-RGN-UNDELIV(CE-REGION-IDX, CE-TIER-SUB)
090300         TO CE-LINE-UNDELIV
090400     ADD CE-RGN-RESPONSES(CE-REGION-IDX, CE-TIER-SUB)
090500         TO CE-COUNT-RATE-TOTAL
090600     PERFORM 8300-SET-RATES
090700         THRU 8300-EXIT
090800     WRITE EFFECT-REPORT-LINE FROM ER-RATE-LINE.
090900
091000 8110-EXIT.
091100     EXIT.
091200
091300 8200-PRINT-TIER-TOTAL.
091400     IF CE-TOT-RESPONSES(CE-TIER-SUB) = ZERO
091500         GO TO 8200-EXIT
091600     END-IF
091700
091800     MOVE "ALL"                         TO ER-RT-REGION
091900     MOVE CE-TIER-NAME(CE-TIER-SUB)     TO ER-RT-TIER
092000     MOVE CE-TOT-RESPONSES(CE-TIER-SUB) TO CE-LINE-RESPONSES
092100     MOVE CE-TOT-CONTACTED(CE-TIER-SUB) TO CE-LINE-CONTACTED
092200     MOVE CE-TOT-OPTOUT(CE-TIER-SUB)    TO CE-LINE-OPTOUT
092300     MOVE CE-TOT-UNDELIV(CE-TIER-SUB)   TO CE-LINE-UNDELIV
092400     PERFORM 8300-SET-RATES
092500         THRU 8300-EXIT
092600     WRITE EFFECT-REPORT-LINE FROM ER-RATE-LINE.
092700
092800 8200-EXIT.
092900     EXIT.
093000
093100 8300-SET-RATES.
093200*----------------------------------------------------------------
093300* MOVES ONE LINE'S COUNTS TO THE PRINT LINE WITH EACH OUTCOME AS
093400* A SHARE OF THE OUTCOMES ON THAT LINE.
093500*----------------------------------------------------------------
093600     MOVE CE-LINE-RESPONSES TO ER-RT-RESPONSES
093700     MOVE CE-LINE-CONTACTED TO ER-RT-CONTACTED
093800     MOVE CE-LINE-OPTOUT    TO ER-RT-OPTOUT
093900     MOVE CE-LINE-UNDELIV   TO ER-RT-UNDELIV
094000     MOVE ZERO TO ER-RT-CONTACT-RATE
094100     MOVE ZERO TO ER-RT-OPTOUT-RATE
094200     MOVE ZERO TO ER-RT-UNDELIV-RATE
094300
094400     IF CE-LINE-RESPONSES = ZERO
094500         GO TO 8300-EXIT
094600     END-IF
094700
094800     COMPUTE CE-RATE ROUNDED =
094900         CE-LINE-CONTACTED * 100 / CE-LINE-RESPONSES
095000     MOVE CE-RATE TO ER-RT-CONTACT-RATE
095100     COMPUTE CE-RATE ROUNDED =
095200         CE-LINE-OPTOUT * 100 / CE-LINE-RESPONSES
095300     MOVE CE-RATE TO ER-RT-OPTOUT-RATE
095400     COMPUTE CE-RATE ROUNDED =
095500         CE-LINE-UNDELIV * 100 / CE-LINE-RESPONSES
095600     MOVE CE-RATE TO ER-RT-UNDELIV-RATE.
095700
095800 8300-EXIT.
095900     EXIT.
096000
096100 8500-PRINT-COMPARISON.
096200     WRITE EFFECT-REPORT-LINE FROM ER-BLANK-LINE
096300     MOVE "CONTACTED VS NOT CONTACTED - BY TIER STARTED FROM"
096400         TO ER-SECTION-TEXT
096420     WRITE EFFECT-REPORT-LINE FROM ER-SECTION-LINE
096440     WRITE EFFECT-REPORT-LINE FROM ER-BLANK-LINE
096460     MOVE CE-BASE-DATE TO ER-BASE-DATE
096480     WRITE EFFECT-REPORT-LINE FROM ER-BASIS-LINE
096500     MOVE "TIER AS ON TIER HISTORY AT THAT DATE, OR AS HELD"
096520         TO ER-SECTION-TEXT
096540     WRITE EFFECT-REPORT-LINE FROM ER-SECTION-LINE
096560     MOVE "BEFORE ITS LATEST RUN IF A RUN SINCE REWROTE IT."
096580         TO ER-SECTION-TEXT
096600     WRITE EFFECT-REPORT-LINE FROM ER-SECTION-LINE
096620     MOVE "MEASURED TO THE TIER AND MASTER BALANCE NOW."
096640         TO ER-SECTION-TEXT
096660     WRITE EFFECT-REPORT-LINE FROM ER-SECTION-LINE
096680     WRITE EFFECT-REPORT-LINE FROM ER-BLANK-LINE
096700     WRITE EFFECT-REPORT-LINE FROM ER-CMP-HEADER-LINE
096800
096900     PERFORM 8510-PRINT-CMP-TIER
097000         THRU 8510-EXIT
097100         VARYING CE-GROUP-SUB FROM 1 BY 1
097200         UNTIL CE-GROUP-SUB > 2
097300         AFTER CE-TIER-SUB FROM 1 BY 1
097400         UNTIL CE-TIER-SUB > 4.
097500
097600 8500-EXIT.
097700     EXIT.
097800
097900 8510-PRINT-CMP-TIER.
098000     IF CE-CMP-COUNT(CE-GROUP-SUB, CE-TIER-SUB) = ZERO
098100         GO TO 8510-EXIT
098200     END-IF
098300
098400     MOVE CE-GROUP-NAME(CE-GROUP-SUB) TO ER-CMP-GROUP
098500     MOVE CE-TIER-NAME(CE-TIER-SUB)   TO ER-CMP-TIER
098600     MOVE CE-CMP-COUNT(CE-GROUP-SUB, CE-TIER-SUB)
098700         TO ER-CMP-COUNT
098800     MOVE CE-CMP-UPGRADED(CE-GROUP-SUB, CE-TIER-SUB)
098900         TO ER-CMP-UPGRADED
099000     MOVE CE-CMP-DOWNGRADED(CE-GROUP-SUB, CE-TIER-SUB)
099100         TO ER-CMP-DOWNGRADED
099200     MOVE CE-CMP-GREW(CE-GROUP-SUB, CE-TIER-SUB)
099300         TO ER-CMP-GREW
099400     MOVE CE-CMP-NET-CHANGE(CE-GROUP-SUB, CE-TIER-SUB)
099500         TO ER-CMP-NET-CHANGE
099600
099700     COMPUTE CE-RATE ROUNDED =
099800         CE-CMP-UPGRADED(CE-GROUP-SUB, CE-TIER-SUB) * 100
099900         / CE-CMP-COUNT(CE-GROUP-SUB, CE-TIER-SUB)
100000     MOVE CE-RATE TO ER-CMP-UPG-RATE
100100     COMPUTE CE-RATE ROUNDED =
100200         CE-CMP-GREW(CE-GROUP-SUB, CE-TIER-SUB) * 100
100300         / CE-CMP-COUNT(CE-GROUP-SUB, CE-TIER-SUB)
100400     MOVE CE-RATE TO ER-CMP-GREW-RATE
100500     COMPUTE CE-AVG-CHANGE ROUNDED =
100600         CE-CMP-NET-CHANGE(CE-GROUP-SUB, CE-TIER-SUB)
100700         / CE-CMP-COUNT(CE-GROUP-SUB, CE-TIER-SUB)
100800     MOVE CE-AVG-CHANGE TO ER-CMP-AVG-CHANGE
100900
101000     WRITE EFFECT-REPORT-LINE FROM ER-CMP-LINE.
101100
101200 8510-EXIT.
101300     EXIT.
101400
101500 8800-PRINT-CONTROLS.
101600*----------------------------------------------------------------
101660* THE HISTORY READ MUST FOOT TO WHAT WAS COUNTED, AND THE REGION
101720* LINES TO THE GRAND TOTAL.  A JOURNAL THAT MAY NOT REACH BACK TO
101780* THE START OF THE PERIOD IS CALLED OUT - THE STARTING BALANCES
101840* OF CUSTOMERS IT MISSES WOULD BE TAKEN FROM THE MASTER NOW.
101900*----------------------------------------------------------------
102000     WRITE EFFECT-REPORT-LINE FROM ER-BLANK-LINE
102100
102200     MOVE "CONTACT HISTORY RECORDS READ"  TO ER-LABEL
102300     MOVE CE-COUNT-CNTH-READ              TO ER-COUNT
102400     WRITE EFFECT-REPORT-LINE FROM ER-TOTAL-LINE
102500
102600     MOVE "  OUTCOMES IN PERIOD"          TO ER-LABEL
102700     MOVE CE-COUNT-IN-PERIOD              TO ER-COUNT
102800     WRITE EFFECT-REPORT-LINE FROM ER-TOTAL-LINE
102900
103000     MOVE "  OUTSIDE PERIOD"              TO ER-LABEL
103100     MOVE CE-COUNT-OUT-PERIOD             TO ER-COUNT
103200     WRITE EFFECT-REPORT-LINE FROM ER-TOTAL-LINE
103300
103400     MOVE "  UNUSABLE RECORDS"            TO ER-LABEL
103500     MOVE CE-COUNT-BAD-CNTH               TO ER-COUNT
103600     WRITE EFFECT-REPORT-LINE FROM ER-TOTAL-LINE
103700
103800     MOVE "OUTCOMES FOR CLOSED ACCOUNTS"  TO ER-LABEL
103900     MOVE CE-COUNT-NOT-ON-MAST            TO ER-COUNT
104000     WRITE EFFECT-REPORT-LINE FROM ER-TOTAL-LINE
104100
104200     MOVE "MASTER RECORDS READ"           TO ER-LABEL
104300     MOVE CE-COUNT-MAST-READ              TO ER-COUNT
104400     WRITE EFFECT-REPORT-LINE FROM ER-TOTAL-LINE
104500
104540     MOVE "  NOT ON TIER HISTORY"         TO ER-LABEL
104580     MOVE CE-COUNT-NO-HIST                TO ER-COUNT
104620     WRITE EFFECT-REPORT-LINE FROM ER-TOTAL-LINE
104660
104700     MOVE "  OPENED DURING PERIOD"        TO ER-LABEL
104740     MOVE CE-COUNT-OPENED                 TO ER-COUNT
104780     WRITE EFFECT-REPORT-LINE FROM ER-TOTAL-LINE
104820
104860     MOVE "  STARTING BALANCE NOT PROVEN" TO ER-LABEL
104900     MOVE CE-COUNT-GAPS                   TO ER-COUNT
104940     WRITE EFFECT-REPORT-LINE FROM ER-TOTAL-LINE
104980
105020     MOVE "JOURNAL RECORDS UNWOUND"       TO ER-LABEL
105060     MOVE CE-COUNT-JRNL-USED              TO ER-COUNT
105100     WRITE EFFECT-REPORT-LINE FROM ER-TOTAL-LINE
105140
105180     MOVE "  UNUSABLE JOURNAL ENTRIES"    TO ER-LABEL
105220     MOVE CE-COUNT-BAD-JRNL               TO ER-COUNT
105260     WRITE EFFECT-REPORT-LINE FROM ER-TOTAL-LINE
105300
105340     WRITE EFFECT-REPORT-LINE FROM ER-BLANK-LINE
105380     IF CE-COUNT-CNTH-READ NOT = CE-COUNT-IN-PERIOD
105420            + CE-COUNT-OUT-PERIOD + CE-COUNT-BAD-CNTH
105460        OR CE-COUNT-RATE-TOTAL NOT = CE-GRD-RESPONSES
105500         MOVE "CONTROL TOTALS DO NOT FOOT" TO ER-NOTE-TEXT
105540         MOVE 'Y' TO CE-IO-ERROR-FLAG
105580     ELSE
105620         MOVE "CONTROL TOTALS FOOT" TO ER-NOTE-TEXT
105660     END-IF
105700     WRITE EFFECT-REPORT-LINE FROM ER-NOTE-LINE
105740
105780     IF NOT CE-HIST-LOADED
105820         MOVE "NO TIER HISTORY - COMPARISON NOT AVAILABLE"
105860             TO ER-NOTE-TEXT
105900         WRITE EFFECT-REPORT-LINE FROM ER-NOTE-LINE
105940     END-IF
105980
106020     IF CE-ARCH-MISSING
106060         MOVE "JOURNAL ARCHIVE NEEDED BUT NOT AVAILABLE"
106100             TO ER-NOTE-TEXT
106140         WRITE EFFECT-REPORT-LINE FROM ER-NOTE-LINE
106180     END-IF
106220
106260     IF CE-SHORT-REACH
106300         MOVE "JOURNAL MAY NOT REACH BACK TO THE PERIOD START"
106340             TO ER-NOTE-TEXT
106380         WRITE EFFECT-REPORT-LINE FROM ER-NOTE-LINE
106420     END-IF.
106600
106700 8800-EXIT.
106800     EXIT.
106900
107000 9000-TERMINATE.
107100     CLOSE EFFECT-REPORT-FILE
107200     IF NOT CE-RPT-OK
107300         DISPLAY "ERROR CLOSING EFFECT-REPORT-FILE - FILE STATUS "
107400             CE-RPT-STATUS
107500         MOVE 'Y' TO CE-IO-ERROR-FLAG
107600     END-IF.
107700
107800 9000-EXIT.
107900     EXIT.
