000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REGNMIGR.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    REGION CONSOLIDATION RUN.  REGNMAINT WILL NOT DELETE A REGION
000900*    WHILE ANY CUSTOMER ON CUSTOMER-MASTER STILL CARRIES ITS CODE,
001000*    SO A REGION CLOSED TO NEW BUSINESS NEVER WINDS DOWN ON ITS
001100*    OWN.  THIS RUN TAKES A CLOSED REGION AND AN ACTIVE SUCCESSOR
001200*    REGION (PARM POSITIONS 1-3 AND 5-7) AND MOVES EVERY CUSTOMER
001300*    FROM ONE TO THE OTHER.
001400*
001500*    EACH MOVE IS A CHANGE TO THE CUSTOMER'S REGION-CODE, APPLIED
001600*    AND JOURNALED THE SAME WAY CUSTMAINT APPLIES A 'C' CHANGE -
001700*    A BEFORE AND AFTER IMAGE APPENDED TO THE AUDIT JOURNAL UNDER
001800*    THIS RUN'S DATE - SO CUSTBKOUT REVERSES A MIGRATION LIKE ANY
001900*    OTHER MAINTENANCE RUN.  THE SEQUENCE NUMBERS CARRY ON FROM
002000*    THE HIGHEST ALREADY JOURNALED FOR THE DATE.
002100*
002200*    THE MOVED CUSTOMERS' TIER HISTORY AND CRM FEED STATE RECORDS
002300*    FOLLOW THEM - TAKEN BY KEY OFF THE CLOSED REGION'S TIERHIST
002400*    AND CRMSTATE FILES AND CARRIED ONTO THE SUCCESSOR'S (TIERHSUC
002500*    AND CRMSTSUC), THE STATE RECORD'S REGION RESTATED - SO THE
002600*    NEXT DELTA FEED DOES NOT SEND EVERY MOVED CUSTOMER AS A DROP-
002650*    OUT FROM ONE REGION AND AN ARRIVAL IN THE OTHER.  WHERE BOTH
002700*    REGIONS SHARE ONE FILE SET THE PARM SAYS SO ('SHARED' IN
002750*    POSITIONS 9-14): TIER HISTORY IS LEFT AS IT STANDS, AND EACH
002800*    STATE RECORD IS REWRITTEN IN PLACE WITH ITS REGION RESTATED,
002850*    THE SUCCESSOR'S DD NAMES NEVER OPENED.
002920*    CUSTOMERS ALREADY IN THE SUCCESSOR ARE CHECKED THE SAME WAY,
002940*    SO A RERUN AFTER A RUN THAT STOPPED BETWEEN THE MASTER PASS
002960*    AND THE CARRY PICKS UP THE RECORDS IT LEFT BEHIND.
003000*
003100*    ONCE THE CLOSED REGION CARRIES NO CUSTOMERS ITS REGION-MASTER
003200*    STATUS GOES FROM 'C' TO 'E' - CLOSED AND EMPTY, ELIGIBLE FOR
003300*    DELETION THROUGH REGNMAINT.  THE REPORT LISTS EVERY CUSTOMER
003400*    MOVED AND PROVES BOTH REGIONS' BEFORE AND AFTER TOTALS, TAKEN
003500*    FROM A SECOND PASS OF THE MASTER, AGAINST THE MOVES.
003600*
003700*    MODIFICATION HISTORY.
003800*    ------------------------------------------------------------
003900*    DATE       INIT  DESCRIPTION
004000*    ---------  ----  --------------------------------------------
004100*    10/15/2026 DT    ORIGINAL PROGRAM.
004110*    10/15/2026 DT    TIERHIST, TIERHSUC, CRMSTATE AND CRMSTSUC
004120*                     ARE NOW INDEXED ON CUST-ID.  EACH MOVED
004130*                     CUSTOMER'S RECORDS ARE CARRIED ACROSS BY
004140*                     KEY - THE FOUR IN-STORAGE RECORD TABLES
004150*                     AND THE FULL REWRITES ARE GONE.
004155*    10/15/2026 DT    CUSTOMERS ALREADY IN THE SUCCESSOR REGION
004160*                     ARE NOW CHECKED FOR TIER HISTORY AND CRM
004165*                     STATE LEFT ON THE CLOSED REGION'S FILES BY
004170*                     AN EARLIER RUN THAT STOPPED BEFORE ITS
004175*                     CARRY, AND THOSE RECORDS ARE CARRIED ACROSS,
004180*                     SO A RERUN FINISHES THE JOB BEFORE THE
004185*                     REGION IS FLAGGED 'E'.  CMITFILE RECORD
004190*                     WIDENED TO MATCH CUSTMAINT'S.
004191*    10/15/2026 DT    A SHARED TIERHIST/CRMSTATE FILE SET IS NOW
004192*                     NAMED ON THE PARM ('SHARED', POSITIONS 9-14)
004193*                     - TIER HISTORY IS LEFT ALONE AND EACH CRM
004194*                     STATE RECORD IS RESTATED IN PLACE.
004195*                     DELETE AND WRITE ACROSS IS KEPT FOR DISTINCT
004196*                     FILE SETS ONLY.
004200*    ------------------------------------------------------------
004300
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-370.
004700 OBJECT-COMPUTER. IBM-370.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100*----------------------------------------------------------------
005200* DD-NAME-STYLE LITERALS, THE SAME CONVENTION THE REST OF THE
005270* SYSTEM USES.  TIERHIST AND CRMSTATE ARE THE CLOSED REGION'S
005340* FILE SET; TIERHSUC AND CRMSTSUC ARE THE SUCCESSOR'S, AND ARE
005410* NOT OPENED WHEN THE PARM SAYS THE TWO REGIONS SHARE ONE SET.
005500*----------------------------------------------------------------
005600     SELECT REGION-MASTER-FILE ASSIGN TO "REGNFILE"
005700         FILE STATUS IS MG-REGN-STATUS.
005800
005900     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS MAST-CUST-ID
006300         FILE STATUS IS MG-MASTER-STATUS.
006400
006500     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
006600         FILE STATUS IS MG-JRNL-STATUS.
006700
006800     SELECT COMMIT-POINT-FILE ASSIGN TO "CMITFILE"
006900         FILE STATUS IS MG-CMIT-STATUS.
007000
007100     SELECT TIER-HISTORY-FILE ASSIGN TO "TIERHIST"
007125         ORGANIZATION IS INDEXED
007150         ACCESS MODE IS RANDOM
007175         RECORD KEY IS THR-CUST-ID
007200         FILE STATUS IS MG-HIST-STATUS.
007300
007400     SELECT SUCC-HISTORY-FILE ASSIGN TO "TIERHSUC"
007425         ORGANIZATION IS INDEXED
007450         ACCESS MODE IS RANDOM
007475         RECORD KEY IS SHR-CUST-ID
007500         FILE STATUS IS MG-SHST-STATUS.
007600
007700     SELECT CRM-STATE-FILE ASSIGN TO "CRMSTATE"
007725         ORGANIZATION IS INDEXED
007750         ACCESS MODE IS RANDOM
007775         RECORD KEY IS CSR-CUST-ID
007800         FILE STATUS IS MG-STATE-STATUS.
007900
008000     SELECT SUCC-STATE-FILE ASSIGN TO "CRMSTSUC"
008025         ORGANIZATION IS INDEXED
008050         ACCESS MODE IS RANDOM
008075         RECORD KEY IS SSR-CUST-ID
008100         FILE STATUS IS MG-SSTA-STATUS.
008200
008300     SELECT MIGRATION-REPORT-FILE ASSIGN TO "MGRPFILE"
008400         FILE STATUS IS MG-RPT-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800
008900*================================================================
009000* REGION-MASTER-FILE IS THE OPERATOR REFERENCE FILE MAINTAINED BY
009100* REGNMAINT.  IT IS LOADED INTO STORAGE TO VALIDATE THE TWO
009200* REGIONS, AND REWRITTEN IN FULL ONLY WHEN THE CLOSED REGION IS
009300* FLAGGED EMPTY - THE SAME LOAD AND REWRITE PATTERN REGNMAINT
009400* USES.
009500*================================================================
009600 FD  REGION-MASTER-FILE.
009700 01  REGION-MASTER-REC.
009800     COPY REGNREC.
009900
010000 FD  CUSTOMER-MASTER.
010100 01  MASTER-REC.
010200     COPY CUSTREC REPLACING CUST-ID           BY MAST-CUST-ID
010300                            NAME              BY MAST-NAME
010400                            BALANCE           BY MAST-BALANCE
010500                            REGION-CODE       BY MAST-REGION-CODE
010600                            ACCOUNT-OPEN-DATE
010700                                BY MAST-ACCOUNT-OPEN-DATE.
010800
010900*================================================================
011000* JOURNAL-FILE IS THE STANDING AUDIT JOURNAL CUSTMAINT EXTENDS -
011100* READ ONCE FOR THE DAY'S HIGHEST SEQUENCE, THEN EXTENDED WITH
011200* ONE 'C' RECORD PER CUSTOMER MOVED.
011300*================================================================
011400 FD  JOURNAL-FILE.
011500 01  JOURNAL-REC.
011600     COPY JRNLREC.
011700
011800*================================================================
011900* COMMIT-POINT-FILE IS CUSTMAINT'S RESTART LOG.  ONLY THE PHASE
012000* OF THE LAST RECORD MATTERS HERE - ANYTHING BUT 'C' (COMPLETE)
012100* IS A BATCH STILL WAITING TO BE RESTARTED UNDER ITS ORIGINAL
012200* RUN DATE, AND A MIGRATION JOURNALED IN BETWEEN WOULD BE
012300* INTERLEAVED WITH IT.
012400*================================================================
012500 FD  COMMIT-POINT-FILE.
012600 01  COMMIT-POINT-REC.
012700     05  CMIT-PHASE              PIC X(01).
012800     05  FILLER                  PIC X(142).
012900
013000*================================================================
013100* THE TIER HISTORY AND CRM STATE FILES ARE HANDLED AS RAW RECORD
013200* IMAGES - ONLY THE CUST-ID KEY IS NAMED - UNPACKED THROUGH THE
013300* SHARED HISTREC AND CRMSTREC LAYOUTS IN WORKING-STORAGE, SO THE
013400* CLOSED REGION'S AND THE SUCCESSOR'S FILES CAN SHARE ONE SET OF
013450* FIELD NAMES.
013500*================================================================
013600 FD  TIER-HISTORY-FILE.
013700 01  TIER-HISTORY-REC.
013710     05  THR-CUST-ID             PIC 9(05).
013720     05  FILLER                  PIC X(19).
013800
013900 FD  SUCC-HISTORY-FILE.
014000 01  SUCC-HISTORY-REC.
014010     05  SHR-CUST-ID             PIC 9(05).
014020     05  FILLER                  PIC X(19).
014100
014200 FD  CRM-STATE-FILE.
014300 01  CRM-STATE-REC.
014310     05  CSR-CUST-ID             PIC 9(05).
014320     05  FILLER                  PIC X(49).
014400
014500 FD  SUCC-STATE-FILE.
014600 01  SUCC-STATE-REC.
014610     05  SSR-CUST-ID             PIC 9(05).
014620     05  FILLER                  PIC X(49).
014700
014800*================================================================
014900* MIGRATION-REPORT-FILE IS THE PRINTED MIGRATION REPORT - ONE
015000* 132-BYTE PRINT IMAGE PER LINE, THE SAME CONVENTION AS THE
015100* OTHER REPORTS IN THIS SYSTEM.
015200*================================================================
015300 FD  MIGRATION-REPORT-FILE.
015400 01  MIGRATION-REPORT-LINE       PIC X(132).
015500
015600 WORKING-STORAGE SECTION.
015700
015800 01  MG-SWITCHES.
015900     05  MG-REGN-STATUS          PIC X(02) VALUE SPACES.
016000         88  MG-REGN-OK                  VALUE '00'.
016100     05  MG-MASTER-STATUS        PIC X(02) VALUE SPACES.
016200         88  MG-MASTER-OK                VALUE '00'.
016300     05  MG-JRNL-STATUS          PIC X(02) VALUE SPACES.
016400         88  MG-JRNL-OK                  VALUE '00'.
016500         88  MG-JRNL-NOT-FOUND           VALUE '35'.
016600     05  MG-CMIT-STATUS          PIC X(02) VALUE SPACES.
016700         88  MG-CMIT-OK                  VALUE '00'.
016800         88  MG-CMIT-NOT-FOUND           VALUE '35'.
016900     05  MG-HIST-STATUS          PIC X(02) VALUE SPACES.
017000         88  MG-HIST-OK                  VALUE '00'.
017100         88  MG-HIST-NOT-FOUND           VALUE '35'.
017150         88  MG-HIST-NO-RECORD           VALUE '23'.
017200     05  MG-SHST-STATUS          PIC X(02) VALUE SPACES.
017300         88  MG-SHST-OK                  VALUE '00'.
017400         88  MG-SHST-NOT-FOUND           VALUE '35'.
017450         88  MG-SHST-NO-RECORD           VALUE '23'.
017500     05  MG-STATE-STATUS         PIC X(02) VALUE SPACES.
017600         88  MG-STATE-OK                 VALUE '00'.
017700         88  MG-STATE-NOT-FOUND          VALUE '35'.
017750         88  MG-STATE-NO-RECORD          VALUE '23'.
017800     05  MG-SSTA-STATUS          PIC X(02) VALUE SPACES.
017900         88  MG-SSTA-OK                  VALUE '00'.
018000         88  MG-SSTA-NOT-FOUND           VALUE '35'.
018050         88  MG-SSTA-NO-RECORD           VALUE '23'.
018100     05  MG-RPT-STATUS           PIC X(02) VALUE SPACES.
018200         88  MG-RPT-OK                   VALUE '00'.
018300     05  MG-REGN-EOF-FLAG        PIC X(01) VALUE 'N'.
018400         88  MG-REGN-EOF                 VALUE 'Y'.
018500     05  MG-MAST-EOF-FLAG        PIC X(01) VALUE 'N'.
018600         88  MG-MAST-EOF                 VALUE 'Y'.
018700     05  MG-JRNL-EOF-FLAG        PIC X(01) VALUE 'N'.
018800         88  MG-JRNL-EOF                 VALUE 'Y'.
018900     05  MG-CMIT-EOF-FLAG        PIC X(01) VALUE 'N'.
019000         88  MG-CMIT-EOF                 VALUE 'Y'.
019300     05  MG-CARRY-ERROR-FLAG     PIC X(01) VALUE 'N'.
019400         88  MG-CARRY-ERROR              VALUE 'Y'.
019500     05  MG-ABORT-FLAG           PIC X(01) VALUE 'N'.
019600         88  MG-ABORTED                  VALUE 'Y'.
019700     05  MG-IO-ERROR-FLAG        PIC X(01) VALUE 'N'.
019800         88  MG-IO-ERROR                 VALUE 'Y'.
019900     05  MG-CROSSFOOT-FLAG       PIC X(01) VALUE 'N'.
020000         88  MG-CROSSFOOT-OK             VALUE 'Y'.
020100     05  MG-FLAGGED-FLAG         PIC X(01) VALUE 'N'.
020200         88  MG-REGION-FLAGGED           VALUE 'Y'.
020300
020400 01  MG-PARM-CARD                PIC X(20) VALUE SPACES.
020500 01  MG-CLOSED-REGION            PIC X(03) VALUE SPACES.
020600 01  MG-SUCC-REGION              PIC X(03) VALUE SPACES.
020630 01  MG-PARM-OPTION              PIC X(06) VALUE SPACES.
020660     88  MG-SHARED-FILES                 VALUE 'SHARED'.
020700 01  MG-RUN-DATE                 PIC 9(08) VALUE 0.
020800 01  MG-TRAN-SEQ                 PIC 9(07) VALUE 0.
020900 01  MG-FIRST-SEQ                PIC 9(07) VALUE 0.
021000 01  MG-LAST-CMIT-PHASE          PIC X(01) VALUE SPACE.
021100 01  MG-RESULT-TEXT              PIC X(30) VALUE SPACES.
021200 01  MG-JRNL-BEFORE              PIC X(45) VALUE SPACES.
021300 01  MG-SUB                      PIC 9(06) VALUE 0.
021400 01  MG-CLOSED-SUB               PIC 9(03) VALUE 0.
021500 01  MG-SUCC-SUB                 PIC 9(03) VALUE 0.
021600
021700*================================================================
021800* BEFORE, MOVED AND AFTER TOTALS FOR THE TWO REGIONS.  BEFORE IS
021900* TAKEN AS THE MIGRATION PASS READS THE MASTER, AFTER FROM A
022000* SECOND READ-ONLY PASS ONCE EVERY MOVE IS DONE.
022100*================================================================
022200 01  MG-TOTALS.
022300     05  MG-CLS-BEFORE-COUNT     PIC 9(07) VALUE 0.
022400     05  MG-CLS-BEFORE-BAL       PIC S9(11)V99 VALUE 0.
022500     05  MG-CLS-AFTER-COUNT      PIC 9(07) VALUE 0.
022600     05  MG-CLS-AFTER-BAL        PIC S9(11)V99 VALUE 0.
022700     05  MG-SUC-BEFORE-COUNT     PIC 9(07) VALUE 0.
022800     05  MG-SUC-BEFORE-BAL       PIC S9(11)V99 VALUE 0.
022900     05  MG-SUC-AFTER-COUNT      PIC 9(07) VALUE 0.
023000     05  MG-SUC-AFTER-BAL        PIC S9(11)V99 VALUE 0.
023100     05  MG-MOVED-COUNT          PIC 9(07) VALUE 0.
023200     05  MG-MOVED-BAL            PIC S9(11)V99 VALUE 0.
023300     05  MG-FAILED-COUNT         PIC 9(07) VALUE 0.
023400     05  MG-JRNL-WRITTEN         PIC 9(07) VALUE 0.
023500     05  MG-HIST-REMOVED         PIC 9(07) VALUE 0.
023600     05  MG-HIST-ADDED           PIC 9(07) VALUE 0.
023700     05  MG-HIST-IN-PLACE        PIC 9(07) VALUE 0.
023800     05  MG-STATE-REMOVED        PIC 9(07) VALUE 0.
023900     05  MG-STATE-ADDED          PIC 9(07) VALUE 0.
024000     05  MG-STATE-IN-PLACE       PIC 9(07) VALUE 0.
024100
024200 01  MG-WORK-TOTALS.
024300     05  MG-CHECK-COUNT          PIC S9(07) VALUE 0.
024400     05  MG-CHECK-BAL            PIC S9(11)V99 VALUE 0.
024500     05  MG-BEFORE-COUNT         PIC 9(07) VALUE 0.
024600     05  MG-BEFORE-BAL           PIC S9(11)V99 VALUE 0.
024700     05  MG-AFTER-COUNT          PIC 9(07) VALUE 0.
024800     05  MG-AFTER-BAL            PIC S9(11)V99 VALUE 0.
024900
025000*================================================================
025100* MG-HIST-WORK AND MG-STATE-WORK UNPACK A TIER HISTORY OR CRM
025200* STATE IMAGE SO ITS CUST-ID AND REGION CAN BE PICKED OUT.
025300*================================================================
025400 01  MG-HIST-WORK.
025500     COPY HISTREC.
025600
025700 01  MG-STATE-WORK.
025800     COPY CRMSTREC.
025900
026000*================================================================
026100* MG-REGION-TABLE HOLDS REGION-MASTER IN FILE ORDER, SIZED TO THE
026200* SAME 50 REGIONS AS REGNMAINT'S TABLE, SO THE FILE CAN BE
026300* REWRITTEN WITH ONLY THE CLOSED REGION'S STATUS CHANGED.
026400*================================================================
026500 01  MG-REGION-COUNT             PIC 9(03) VALUE 0.
026600 01  MG-REGION-TABLE.
026700     05  MG-REGION-ENTRY OCCURS 50 TIMES.
026800         10  MG-TBL-REGION-REC   PIC X(24).
026900
027000*================================================================
027100* MG-CUST-FLAG-TABLE SETS MG-MOVED-FLAG FOR EVERY CUST-ID MOVED
027200* THIS RUN ('Y') AND EVERY ONE ALREADY IN THE SUCCESSOR REGION
027300* ('S'), DIRECT-INDEXED BY CUST-ID THE SAME WAY CUSTOMERBATCH
027400* INDEXES ITS TIER TABLE.  THE TIER HISTORY AND CRM STATE STEPS
027500* WALK IT TO PICK OUT THE KEYS TO CARRY ACROSS.
027600*================================================================
027700 01  MG-CUST-FLAG-TABLE.
027800     05  MG-CUST-FLAG-ENTRY OCCURS 99999 TIMES.
027900         10  MG-MOVED-FLAG       PIC X(01) VALUE 'N'.
028000             88  MG-CUST-MOVED           VALUE 'Y'.
028100             88  MG-CUST-IN-SUCC         VALUE 'S'.
028200
030700*================================================================
030800* PRINT-LINE LAYOUTS FOR MIGRATION-REPORT-FILE.
030900*================================================================
031000 01  MR-TITLE-LINE.
031100     05  FILLER              PIC X(40) VALUE SPACES.
031200     05  FILLER              PIC X(30)
031300         VALUE "REGION CONSOLIDATION REPORT".
031400     05  FILLER              PIC X(62) VALUE SPACES.
031500
031600 01  MR-DATE-LINE.
031700     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
031800     05  MR-RUN-DATE         PIC 9(08).
031900     05  FILLER              PIC X(05) VALUE SPACES.
032000     05  FILLER              PIC X(15) VALUE "CLOSED REGION: ".
032100     05  MR-CLOSED-REGION    PIC X(03).
032200     05  FILLER              PIC X(05) VALUE SPACES.
032300     05  FILLER              PIC X(18) VALUE "SUCCESSOR REGION: ".
032400     05  MR-SUCC-REGION      PIC X(03).
032500     05  FILLER              PIC X(65) VALUE SPACES.
032600
032700 01  MR-BLANK-LINE.
032800     05  FILLER              PIC X(132) VALUE SPACES.
032900
033000 01  MR-HEADER-LINE.
033100     05  FILLER              PIC X(07) VALUE "CUST-ID".
033200     05  FILLER              PIC X(03) VALUE SPACES.
033300     05  FILLER              PIC X(20) VALUE "NAME".
033400     05  FILLER              PIC X(03) VALUE SPACES.
033500     05  FILLER              PIC X(13) VALUE "      BALANCE".
033600     05  FILLER              PIC X(03) VALUE SPACES.
033700     05  FILLER              PIC X(04) VALUE "FROM".
033800     05  FILLER              PIC X(03) VALUE SPACES.
033900     05  FILLER              PIC X(02) VALUE "TO".
034000     05  FILLER              PIC X(04) VALUE SPACES.
034100     05  FILLER              PIC X(08) VALUE "JRNL SEQ".
034200     05  FILLER              PIC X(04) VALUE SPACES.
034300     05  FILLER              PIC X(06) VALUE "RESULT".
034400     05  FILLER              PIC X(52) VALUE SPACES.
034500
034600 01  MR-DETAIL-LINE.
034700     05  MR-CUST-ID          PIC 9(05).
034800     05  FILLER              PIC X(05) VALUE SPACES.
034900     05  MR-NAME             PIC X(20).
035000     05  FILLER              PIC X(03) VALUE SPACES.
035100     05  MR-BALANCE          PIC -Z,ZZZ,ZZ9.99.
035200     05  FILLER              PIC X(03) VALUE SPACES.
035300     05  MR-FROM-REGION      PIC X(03).
035400     05  FILLER              PIC X(04) VALUE SPACES.
035500     05  MR-TO-REGION        PIC X(03).
035600     05  FILLER              PIC X(03) VALUE SPACES.
035700     05  MR-JRNL-SEQ         PIC ZZZZZZ9.
035800     05  FILLER              PIC X(05) VALUE SPACES.
035900     05  MR-RESULT           PIC X(30).
036000     05  FILLER              PIC X(28) VALUE SPACES.
036100
036200 01  MR-REGION-HEADER-LINE.
036300     05  FILLER              PIC X(06) VALUE "REGION".
036400     05  FILLER              PIC X(03) VALUE SPACES.
036500     05  FILLER              PIC X(20) VALUE "NAME".
036600     05  FILLER              PIC X(10) VALUE "    BEFORE".
036700     05  FILLER              PIC X(17)
036800         VALUE "   BEFORE BALANCE".
036900     05  FILLER              PIC X(10) VALUE "     MOVED".
037000     05  FILLER              PIC X(17)
037100         VALUE "    MOVED BALANCE".
037200     05  FILLER              PIC X(10) VALUE "     AFTER".
037300     05  FILLER              PIC X(17)
037400         VALUE "    AFTER BALANCE".
037500     05  FILLER              PIC X(22) VALUE SPACES.
037600
037700 01  MR-REGION-LINE.
037800     05  MR-RGN-CODE         PIC X(06).
037900     05  FILLER              PIC X(03) VALUE SPACES.
038000     05  MR-RGN-NAME         PIC X(20).
038100     05  FILLER              PIC X(03) VALUE SPACES.
038200     05  MR-RGN-BEFORE-COUNT PIC ZZZZZZ9.
038300     05  FILLER              PIC X(02) VALUE SPACES.
038400     05  MR-RGN-BEFORE-BAL   PIC -ZZZ,ZZZ,ZZ9.99.
038500     05  FILLER              PIC X(02) VALUE SPACES.
038600     05  MR-RGN-MOVED-COUNT  PIC -ZZZ,ZZ9.
038700     05  FILLER              PIC X(02) VALUE SPACES.
038800     05  MR-RGN-MOVED-BAL    PIC -ZZZ,ZZZ,ZZ9.99.
038900     05  FILLER              PIC X(03) VALUE SPACES.
039000     05  MR-RGN-AFTER-COUNT  PIC ZZZZZZ9.
039100     05  FILLER              PIC X(02) VALUE SPACES.
039200     05  MR-RGN-AFTER-BAL    PIC -ZZZ,ZZZ,ZZ9.99.
039300     05  FILLER              PIC X(22) VALUE SPACES.
039400
039500 01  MR-TOTAL-LINE.
039600     05  MR-LABEL            PIC X(34).
039700     05  FILLER              PIC X(05) VALUE SPACES.
039800     05  MR-COUNT            PIC ZZZZZZ9.
039900     05  FILLER              PIC X(86) VALUE SPACES.
040000
040100 01  MR-NOTE-LINE.
040200     05  FILLER              PIC X(04) VALUE "*** ".
040300     05  MR-NOTE-TEXT        PIC X(70).
040400     05  FILLER              PIC X(58) VALUE SPACES.
040500
040600 01  MR-PROOF-LINE.
040700     05  FILLER              PIC X(16) VALUE "CROSS-FOOT:".
040800     05  MR-PROOF-TEXT       PIC X(60).
040900     05  FILLER              PIC X(56) VALUE SPACES.
041000
041100 01  MR-ABORT-LINE.
041200     05  FILLER              PIC X(24)
041300         VALUE "*** MIGRATION ABORTED - ".
041400     05  MR-ABORT-TEXT       PIC X(60).
041500     05  FILLER              PIC X(48) VALUE SPACES.
041600
041700 PROCEDURE DIVISION.
041800
041900 0000-MAINLINE.
042000
042100     PERFORM 1000-INITIALIZE
042200         THRU 1000-EXIT
042300
042400     IF NOT MG-ABORTED
042500         PERFORM 1100-LOAD-REGION-MASTER
042600             THRU 1100-EXIT
042700     END-IF
042800
042900     IF NOT MG-ABORTED
043000         PERFORM 1200-CHECK-COMMIT-POINT
043100             THRU 1200-EXIT
043200     END-IF
043300
043400     IF NOT MG-ABORTED
043500         PERFORM 1300-FIND-LAST-SEQ
043600             THRU 1300-EXIT
043700     END-IF
043800
043900     IF NOT MG-ABORTED
044000         PERFORM 2000-MIGRATE-CUSTOMERS
044100             THRU 2000-EXIT
044200     END-IF
044300
044350*----------------------------------------------------------------
044400* ONCE ANY CUSTOMER HAS MOVED THE FOLLOW-ON FILES ARE RESTATED
044450* EVEN IF A LATER STEP HITS A BAD STATUS - A MOVED CUSTOMER LEFT
044500* ON THE CLOSED REGION'S FEED STATE WOULD GO OUT AS A DROP-OUT.
044550* THEY ARE ALSO SWEPT WHEN NOBODY MOVED BUT THE SUCCESSOR HOLDS
044600* CUSTOMERS - A RERUN AFTER A RUN THAT STOPPED SHORT OF THE CARRY
044650* FINDS THE CLOSED REGION EMPTY, AND ITS OWN MOVES ARE ALREADY IN
044700* THE SUCCESSOR.
044710* ON A SHARED FILE SET TIER HISTORY ALREADY SITS IN THE RIGHT
044720* FILE AND ONLY THE CRM STATE NEEDS RESTATING.
044750*----------------------------------------------------------------
044820     IF NOT MG-ABORTED
044890        AND (MG-MOVED-COUNT > ZERO OR MG-SUC-BEFORE-COUNT > ZERO)
044960         IF NOT MG-SHARED-FILES
045030             PERFORM 3000-MOVE-TIER-HISTORY
045100                 THRU 3000-EXIT
045170         END-IF
045240         PERFORM 4000-MOVE-CRM-STATE
045310             THRU 4000-EXIT
045380     END-IF
045500
045600     IF NOT MG-ABORTED
045700         PERFORM 5000-PROVE-MASTER
045800             THRU 5000-EXIT
045900     END-IF
046000
046100     IF NOT MG-ABORTED
046200         PERFORM 6000-FLAG-CLOSED-REGION
046300             THRU 6000-EXIT
046400     END-IF
046500
046600     PERFORM 8000-PRINT-SUMMARY
046700         THRU 8000-EXIT
046800
046900     DISPLAY "CLOSED REGION: " MG-CLOSED-REGION
047000         " SUCCESSOR REGION: " MG-SUCC-REGION
047100     DISPLAY "CUSTOMERS MOVED: " MG-MOVED-COUNT
047200     DISPLAY "MOVES FAILED: " MG-FAILED-COUNT
047300     DISPLAY "TIER HISTORY RECORDS MOVED: " MG-HIST-ADDED
047330     IF MG-SHARED-FILES
047360         DISPLAY "CRM STATE RECORDS RESTATED: " MG-STATE-IN-PLACE
047390     ELSE
047420         DISPLAY "CRM STATE RECORDS MOVED: " MG-STATE-ADDED
047450     END-IF
047500
047600     PERFORM 9000-TERMINATE
047700         THRU 9000-EXIT
047800
047900*----------------------------------------------------------------
048000* SEVERITY FOR THE SCHEDULER - RC=8 WHEN THE RUN ABORTED, A MOVE
048100* FAILED, A FILE HIT A BAD STATUS OR THE TOTALS DID NOT CROSS-
048200* FOOT; RC=4 WHEN THE CLOSED REGION STILL CARRIES CUSTOMERS AND
048300* WAS NOT FLAGGED; RC=0 WHEN THE REGION WAS EMPTIED AND FLAGGED.
048400*----------------------------------------------------------------
048500     IF MG-ABORTED OR MG-IO-ERROR OR MG-FAILED-COUNT > ZERO
048600        OR NOT MG-CROSSFOOT-OK
048700         MOVE 8 TO RETURN-CODE
048800     ELSE
048900         IF NOT MG-REGION-FLAGGED
049000             MOVE 4 TO RETURN-CODE
049100         END-IF
049200     END-IF
049300
049400     STOP RUN.
049500
049600 1000-INITIALIZE.
049700*----------------------------------------------------------------
049760* THE PARM CARRIES THE CLOSED REGION IN POSITIONS 1-3 AND THE
049820* SUCCESSOR IN POSITIONS 5-7.  EITHER MISSING, OR BOTH THE SAME,
049880* ABORTS THE RUN BEFORE ANYTHING IS TOUCHED.  POSITIONS 9-14 MAY
049940* CARRY 'SHARED' WHEN BOTH REGIONS SHARE ONE TIERHIST/CRMSTATE
050000* FILE SET; ANYTHING ELSE THERE ABORTS THE RUN.
050100*----------------------------------------------------------------
050200     ACCEPT MG-PARM-CARD FROM COMMAND-LINE
050300     MOVE MG-PARM-CARD(1:3) TO MG-CLOSED-REGION
050400     MOVE MG-PARM-CARD(5:3) TO MG-SUCC-REGION
050450     MOVE MG-PARM-CARD(9:6) TO MG-PARM-OPTION
050500
050600     ACCEPT MG-RUN-DATE FROM DATE YYYYMMDD
050700
050800     OPEN OUTPUT MIGRATION-REPORT-FILE
050900     IF NOT MG-RPT-OK
051000         DISPLAY "ERROR OPENING MIGRATION-REPORT-FILE - FILE "
051100             "STATUS " MG-RPT-STATUS
051200         MOVE 'Y' TO MG-IO-ERROR-FLAG
051300     END-IF
051400
051500     WRITE MIGRATION-REPORT-LINE FROM MR-TITLE-LINE
051600     MOVE MG-RUN-DATE TO MR-RUN-DATE
051700     MOVE MG-CLOSED-REGION TO MR-CLOSED-REGION
051800     MOVE MG-SUCC-REGION TO MR-SUCC-REGION
051900     WRITE MIGRATION-REPORT-LINE FROM MR-DATE-LINE
052000     WRITE MIGRATION-REPORT-LINE FROM MR-BLANK-LINE
052100
052200     IF MG-CLOSED-REGION = SPACES OR MG-SUCC-REGION = SPACES
052300         DISPLAY "CLOSED AND SUCCESSOR REGION PARM MISSING"
052400         MOVE "CLOSED/SUCCESSOR REGION PARM MISSING"
052500             TO MR-ABORT-TEXT
052600         WRITE MIGRATION-REPORT-LINE FROM MR-ABORT-LINE
052700         MOVE 'Y' TO MG-ABORT-FLAG
052800         GO TO 1000-EXIT
052900     END-IF
053000
053030     IF MG-CLOSED-REGION = MG-SUCC-REGION
053060         DISPLAY "CLOSED AND SUCCESSOR REGION ARE THE SAME"
053090         MOVE "CLOSED AND SUCCESSOR REGION ARE THE SAME"
053120             TO MR-ABORT-TEXT
053150         WRITE MIGRATION-REPORT-LINE FROM MR-ABORT-LINE
053180         MOVE 'Y' TO MG-ABORT-FLAG
053210         GO TO 1000-EXIT
053240     END-IF
053270
053300     IF MG-PARM-OPTION NOT = SPACES AND NOT MG-SHARED-FILES
053330         DISPLAY "PARM OPTION NOT RECOGNISED - " MG-PARM-OPTION
053360         MOVE "PARM OPTION NOT RECOGNISED" TO MR-ABORT-TEXT
053390         WRITE MIGRATION-REPORT-LINE FROM MR-ABORT-LINE
053420         MOVE 'Y' TO MG-ABORT-FLAG
053450         GO TO 1000-EXIT
053480     END-IF
053510
053540     IF MG-SHARED-FILES
053570         MOVE SPACES TO MR-NOTE-TEXT
053600         STRING "SHARED FILE SET - TIER HISTORY LEFT AS IT "
053630                "STANDS, CRM STATE RESTATED IN PLACE"
053660                DELIMITED BY SIZE INTO MR-NOTE-TEXT
053690         WRITE MIGRATION-REPORT-LINE FROM MR-NOTE-LINE
053720         WRITE MIGRATION-REPORT-LINE FROM MR-BLANK-LINE
053750     END-IF.
053800
053900 1000-EXIT.
054000     EXIT.
054100
054200 1100-LOAD-REGION-MASTER.
054300*----------------------------------------------------------------
054400* UNLIKE THE VALIDATING LOADERS ELSEWHERE, THIS RUN CANNOT BYPASS
054500* A MISSING REGION-MASTER - THE CLOSED REGION MUST BE SHOWN
054600* CLOSED (OR ALREADY FLAGGED EMPTY) AND THE SUCCESSOR ACTIVE
054700* BEFORE ANY CUSTOMER IS MOVED.
054800*----------------------------------------------------------------
054900     OPEN INPUT REGION-MASTER-FILE
055000     IF NOT MG-REGN-OK
055100         DISPLAY "ERROR OPENING REGION-MASTER-FILE - FILE STATUS "
055200             MG-REGN-STATUS
055300         MOVE "REGION-MASTER-FILE DID NOT OPEN" TO MR-ABORT-TEXT
055400         WRITE MIGRATION-REPORT-LINE FROM MR-ABORT-LINE
055500         MOVE 'Y' TO MG-ABORT-FLAG
055600         GO TO 1100-EXIT
055700     END-IF
055800
055900     MOVE 'N' TO MG-REGN-EOF-FLAG
056000     PERFORM 1110-READ-REGN-REC
056100         THRU 1110-EXIT
056200         UNTIL MG-REGN-EOF
056300     CLOSE REGION-MASTER-FILE
056400
056500     IF MG-ABORTED
056600         GO TO 1100-EXIT
056700     END-IF
056800
056900     IF MG-CLOSED-SUB = ZERO
057000         MOVE "CLOSED REGION NOT ON REGION-MASTER"
057100             TO MR-ABORT-TEXT
057200         WRITE MIGRATION-REPORT-LINE FROM MR-ABORT-LINE
057300         MOVE 'Y' TO MG-ABORT-FLAG
057400         GO TO 1100-EXIT
057500     END-IF
057600
057700     MOVE MG-TBL-REGION-REC(MG-CLOSED-SUB) TO REGION-MASTER-REC
057800     IF REGN-STATUS NOT = 'C' AND REGN-STATUS NOT = 'E'
057900         MOVE "REGION TO MIGRATE IS NOT CLOSED" TO MR-ABORT-TEXT
058000         WRITE MIGRATION-REPORT-LINE FROM MR-ABORT-LINE
058100         MOVE 'Y' TO MG-ABORT-FLAG
058200         GO TO 1100-EXIT
058300     END-IF
058400
058500     IF MG-SUCC-SUB = ZERO
058600         MOVE "SUCCESSOR REGION NOT ON REGION-MASTER"
058700             TO MR-ABORT-TEXT
058800         WRITE MIGRATION-REPORT-LINE FROM MR-ABORT-LINE
058900         MOVE 'Y' TO MG-ABORT-FLAG
059000         GO TO 1100-EXIT
059100     END-IF
059200
059300     MOVE MG-TBL-REGION-REC(MG-SUCC-SUB) TO REGION-MASTER-REC
059400     IF REGN-STATUS NOT = 'A' AND REGN-STATUS NOT = SPACE
059500         MOVE "SUCCESSOR REGION IS NOT ACTIVE" TO MR-ABORT-TEXT
059600         WRITE MIGRATION-REPORT-LINE FROM MR-ABORT-LINE
059700         MOVE 'Y' TO MG-ABORT-FLAG
059800     END-IF.
059900
060000 1100-EXIT.
060100     EXIT.
060200
060300 1110-READ-REGN-REC.
060400     READ REGION-MASTER-FILE
060500         AT END
060600             MOVE 'Y' TO MG-REGN-EOF-FLAG
060700         NOT AT END
060800             IF MG-REGION-COUNT < 50
060900                 ADD 1 TO MG-REGION-COUNT
061000                 MOVE REGION-MASTER-REC
061100                     TO MG-TBL-REGION-REC(MG-REGION-COUNT)
061200                 IF REGN-CODE = MG-CLOSED-REGION
061300                     MOVE MG-REGION-COUNT TO MG-CLOSED-SUB
061400                 END-IF
061500                 IF REGN-CODE = MG-SUCC-REGION
061600                     MOVE MG-REGION-COUNT TO MG-SUCC-SUB
061700                 END-IF
061800             ELSE
061900                 DISPLAY "REGION-MASTER HOLDS MORE THAN 50 "
062000                     "REGIONS - RUN ABANDONED"
062100                 MOVE "REGION-MASTER HOLDS MORE THAN 50 REGIONS"
062200                     TO MR-ABORT-TEXT
062300                 WRITE MIGRATION-REPORT-LINE FROM MR-ABORT-LINE
062400                 MOVE 'Y' TO MG-ABORT-FLAG
062500                 MOVE 'Y' TO MG-REGN-EOF-FLAG
062600             END-IF
062700     END-READ
062800
062900*    A READ FAILURE THAT IS NOT A CLEAN EOF MUST NOT SPIN THE
063000*    LOAD LOOP - A PARTLY LOADED TABLE WOULD BE REWRITTEN SHORT,
063100*    SO THE RUN IS ABORTED.
063200     IF NOT MG-REGN-OK AND NOT MG-REGN-EOF
063300         DISPLAY "ERROR READING REGION-MASTER-FILE - FILE STATUS "
063400             MG-REGN-STATUS
063500         MOVE "REGION-MASTER-FILE READ ERROR" TO MR-ABORT-TEXT
063600         WRITE MIGRATION-REPORT-LINE FROM MR-ABORT-LINE
063700         MOVE 'Y' TO MG-ABORT-FLAG
063800         MOVE 'Y' TO MG-REGN-EOF-FLAG
063900     END-IF.
064000
064100 1110-EXIT.
064200     EXIT.
064300
064400 1200-CHECK-COMMIT-POINT.
064500*----------------------------------------------------------------
064600* AN INTERRUPTED CUSTMAINT BATCH IS RESTARTED UNDER ITS ORIGINAL
064700* RUN DATE AND CARRIES ON ITS OWN JOURNAL SEQUENCE - A MIGRATION
064800* JOURNALED IN THE MEANTIME WOULD BE INTERLEAVED WITH IT AND A
064900* BACKOUT OF EITHER WOULD UNWIND BOTH.  NO COMMIT-POINT FILE
065000* MEANS NO BATCH HAS EVER BEEN INTERRUPTED.
065100*----------------------------------------------------------------
065200     OPEN INPUT COMMIT-POINT-FILE
065300     IF MG-CMIT-NOT-FOUND
065400         GO TO 1200-EXIT
065500     END-IF
065600
065700     IF NOT MG-CMIT-OK
065800         DISPLAY "ERROR OPENING COMMIT-POINT-FILE - FILE STATUS "
065900             MG-CMIT-STATUS
066000         MOVE "COMMIT-POINT-FILE DID NOT OPEN" TO MR-ABORT-TEXT
066100         WRITE MIGRATION-REPORT-LINE FROM MR-ABORT-LINE
066200         MOVE 'Y' TO MG-ABORT-FLAG
066300         GO TO 1200-EXIT
066400     END-IF
066500
066600     MOVE 'N' TO MG-CMIT-EOF-FLAG
066700     PERFORM 1210-READ-CMIT-REC
066800         THRU 1210-EXIT
066900         UNTIL MG-CMIT-EOF
067000     CLOSE COMMIT-POINT-FILE
067100
067200     IF NOT MG-ABORTED
067300        AND MG-LAST-CMIT-PHASE NOT = SPACE
067400        AND MG-LAST-CMIT-PHASE NOT = 'C'
067500         DISPLAY "CUSTMAINT BATCH INTERRUPTED - RESTART IT "
067600             "BEFORE MIGRATING"
067700         MOVE "CUSTMAINT BATCH STILL AWAITING RESTART"
067800             TO MR-ABORT-TEXT
067900         WRITE MIGRATION-REPORT-LINE FROM MR-ABORT-LINE
068000         MOVE 'Y' TO MG-ABORT-FLAG
068100     END-IF.
068200
068300 1200-EXIT.
068400     EXIT.
068500
068600 1210-READ-CMIT-REC.
068700     READ COMMIT-POINT-FILE
068800         AT END
068900             MOVE 'Y' TO MG-CMIT-EOF-FLAG
069000         NOT AT END
069100             MOVE CMIT-PHASE TO MG-LAST-CMIT-PHASE
069200     END-READ
069300
069400     IF NOT MG-CMIT-OK AND NOT MG-CMIT-EOF
069500         DISPLAY "ERROR READING COMMIT-POINT-FILE - FILE STATUS "
069600             MG-CMIT-STATUS
069700         MOVE "COMMIT-POINT-FILE READ ERROR" TO MR-ABORT-TEXT
069800         WRITE MIGRATION-REPORT-LINE FROM MR-ABORT-LINE
069900         MOVE 'Y' TO MG-ABORT-FLAG
070000         MOVE 'Y' TO MG-CMIT-EOF-FLAG
070100     END-IF.
070200
070300 1210-EXIT.
070400     EXIT.
070500
070600 1300-FIND-LAST-SEQ.
070700*----------------------------------------------------------------
070800* FINDS THE HIGHEST SEQUENCE ALREADY JOURNALED UNDER TODAY'S RUN
070900* DATE SO THIS RUN'S RECORDS FOLLOW ON FROM IT.  NO JOURNAL YET
071000* MEANS THIS RUN STARTS AT 1.
071100*----------------------------------------------------------------
071200     OPEN INPUT JOURNAL-FILE
071300     IF MG-JRNL-NOT-FOUND
071400         GO TO 1300-EXIT
071500     END-IF
071600
071700     IF NOT MG-JRNL-OK
071800         DISPLAY "ERROR OPENING JOURNAL-FILE - FILE STATUS "
071900             MG-JRNL-STATUS
072000         MOVE "JOURNAL-FILE DID NOT OPEN" TO MR-ABORT-TEXT
072100         WRITE MIGRATION-REPORT-LINE FROM MR-ABORT-LINE
072200         MOVE 'Y' TO MG-ABORT-FLAG
072300         GO TO 1300-EXIT
072400     END-IF
072500
072600     MOVE 'N' TO MG-JRNL-EOF-FLAG
072700     PERFORM 1310-READ-JOURNAL-REC
072800         THRU 1310-EXIT
072900         UNTIL MG-JRNL-EOF
073000     CLOSE JOURNAL-FILE.
073100
073200 1300-EXIT.
073300     EXIT.
073400
073500 1310-READ-JOURNAL-REC.
073600     READ JOURNAL-FILE
073700         AT END
073800             MOVE 'Y' TO MG-JRNL-EOF-FLAG
073900         NOT AT END
074000             IF JRNL-RUN-DATE = MG-RUN-DATE
074100                AND JRNL-TRAN-SEQ IS NUMERIC
074200                AND JRNL-TRAN-SEQ > MG-TRAN-SEQ
074300                 MOVE JRNL-TRAN-SEQ TO MG-TRAN-SEQ
074400             END-IF
074500     END-READ
074600
074700     IF NOT MG-JRNL-OK AND NOT MG-JRNL-EOF
074800         DISPLAY "ERROR READING JOURNAL-FILE - FILE STATUS "
074900             MG-JRNL-STATUS
075000         MOVE "JOURNAL-FILE READ ERROR" TO MR-ABORT-TEXT
075100         WRITE MIGRATION-REPORT-LINE FROM MR-ABORT-LINE
075200         MOVE 'Y' TO MG-ABORT-FLAG
075300         MOVE 'Y' TO MG-JRNL-EOF-FLAG
075400     END-IF.
075500
075600 1310-EXIT.
075700     EXIT.
075800
075900 2000-MIGRATE-CUSTOMERS.
076000*----------------------------------------------------------------
076100* ONE PASS OF THE MASTER.  EVERY CUSTOMER IN THE CLOSED REGION IS
076200* REWRITTEN INTO THE SUCCESSOR AND JOURNALED; THE BEFORE TOTALS
076300* FOR BOTH REGIONS ARE TAKEN ON THE WAY PAST.  THE JOURNAL IS
076400* BOOTSTRAPPED THE SAME WAY CUSTMAINT BOOTSTRAPS IT.
076500*----------------------------------------------------------------
076600     OPEN I-O CUSTOMER-MASTER
076700     IF NOT MG-MASTER-OK
076800         DISPLAY "ERROR OPENING CUSTOMER-MASTER - FILE STATUS "
076900             MG-MASTER-STATUS
077000         MOVE "CUSTOMER-MASTER DID NOT OPEN" TO MR-ABORT-TEXT
077100         WRITE MIGRATION-REPORT-LINE FROM MR-ABORT-LINE
077200         MOVE 'Y' TO MG-ABORT-FLAG
077300         GO TO 2000-EXIT
077400     END-IF
077500
077600     OPEN EXTEND JOURNAL-FILE
077700     IF MG-JRNL-NOT-FOUND
077800         OPEN OUTPUT JOURNAL-FILE
077900         CLOSE JOURNAL-FILE
078000         OPEN EXTEND JOURNAL-FILE
078100     END-IF
078200     IF NOT MG-JRNL-OK
078300         DISPLAY "ERROR OPENING JOURNAL-FILE - FILE STATUS "
078400             MG-JRNL-STATUS
078500         MOVE "JOURNAL-FILE DID NOT OPEN FOR EXTEND"
078600             TO MR-ABORT-TEXT
078700         WRITE MIGRATION-REPORT-LINE FROM MR-ABORT-LINE
078800         MOVE 'Y' TO MG-ABORT-FLAG
078900         CLOSE CUSTOMER-MASTER
079000         GO TO 2000-EXIT
079100     END-IF
079200
079300     WRITE MIGRATION-REPORT-LINE FROM MR-HEADER-LINE
079400
079500     MOVE 'N' TO MG-MAST-EOF-FLAG
079600     PERFORM 2100-MIGRATE-ONE-CUSTOMER
079700         THRU 2100-EXIT
079800         UNTIL MG-MAST-EOF
079900
080000     CLOSE JOURNAL-FILE
080100     CLOSE CUSTOMER-MASTER
080200
080300     IF MG-MOVED-COUNT = ZERO AND MG-FAILED-COUNT = ZERO
080400         MOVE "NO CUSTOMERS IN THE CLOSED REGION - NOTHING MOVED"
080500             TO MR-NOTE-TEXT
080600         WRITE MIGRATION-REPORT-LINE FROM MR-NOTE-LINE
080700     END-IF.
080800
080900 2000-EXIT.
081000     EXIT.
081100
081200 2100-MIGRATE-ONE-CUSTOMER.
081300     READ CUSTOMER-MASTER NEXT RECORD
081400         AT END
081500             MOVE 'Y' TO MG-MAST-EOF-FLAG
081600             GO TO 2100-EXIT
081700     END-READ
081800
081900     IF NOT MG-MASTER-OK
082000         DISPLAY "ERROR READING CUSTOMER-MASTER - FILE STATUS "
082100             MG-MASTER-STATUS
082200         MOVE 'Y' TO MG-IO-ERROR-FLAG
082300         MOVE 'Y' TO MG-MAST-EOF-FLAG
082400         GO TO 2100-EXIT
082500     END-IF
082600
082700     IF MAST-REGION-CODE = MG-SUCC-REGION
082800         ADD 1 TO MG-SUC-BEFORE-COUNT
082900         ADD MAST-BALANCE TO MG-SUC-BEFORE-BAL
082920         IF MAST-CUST-ID > ZERO
082940             MOVE 'S' TO MG-MOVED-FLAG(MAST-CUST-ID)
082960         END-IF
083000         GO TO 2100-EXIT
083100     END-IF
083200
083300     IF MAST-REGION-CODE NOT = MG-CLOSED-REGION
083400         GO TO 2100-EXIT
083500     END-IF
083600
083700     ADD 1 TO MG-CLS-BEFORE-COUNT
083800     ADD MAST-BALANCE TO MG-CLS-BEFORE-BAL
083900
084000     MOVE MASTER-REC TO MG-JRNL-BEFORE
084100     MOVE MAST-CUST-ID TO MR-CUST-ID
084200     MOVE MAST-NAME TO MR-NAME
084300     MOVE MAST-BALANCE TO MR-BALANCE
084400     MOVE MG-CLOSED-REGION TO MR-FROM-REGION
084500     MOVE MG-SUCC-REGION TO MR-TO-REGION
084600     MOVE ZERO TO MR-JRNL-SEQ
084700
084800     MOVE MG-SUCC-REGION TO MAST-REGION-CODE
084900     REWRITE MASTER-REC
085000         INVALID KEY
085100             ADD 1 TO MG-FAILED-COUNT
085200             MOVE "REWRITE FAILED - NOT MOVED" TO MR-RESULT
085300         NOT INVALID KEY
085400             ADD 1 TO MG-MOVED-COUNT
085500             ADD MAST-BALANCE TO MG-MOVED-BAL
085600             IF MAST-CUST-ID > ZERO
085700                 MOVE 'Y' TO MG-MOVED-FLAG(MAST-CUST-ID)
085800             END-IF
085900             PERFORM 2200-WRITE-JOURNAL
086000                 THRU 2200-EXIT
086100             MOVE MG-TRAN-SEQ TO MR-JRNL-SEQ
086200             MOVE "MOVED" TO MR-RESULT
086300     END-REWRITE
086400
086500     WRITE MIGRATION-REPORT-LINE FROM MR-DETAIL-LINE.
086600
086700 2100-EXIT.
086800     EXIT.
086900
087000 2200-WRITE-JOURNAL.
087100*----------------------------------------------------------------
087200* ONE 'C' JOURNAL RECORD PER CUSTOMER MOVED - THE SAME RECORD
087300* CUSTMAINT WRITES FOR A CHANGE, SO CUSTBKOUT RESTORES THE BEFORE
087400* IMAGE AND THE CUSTOMER GOES BACK TO THE CLOSED REGION.
087500*----------------------------------------------------------------
087600     ADD 1 TO MG-TRAN-SEQ
087700     IF MG-FIRST-SEQ = ZERO
087800         MOVE MG-TRAN-SEQ TO MG-FIRST-SEQ
087900     END-IF
088000
088100     MOVE MG-RUN-DATE            TO JRNL-RUN-DATE
088200     MOVE MG-TRAN-SEQ            TO JRNL-TRAN-SEQ
088300     MOVE 'C'                    TO JRNL-TRAN-CODE
088400     MOVE MG-JRNL-BEFORE         TO JRNL-BEFORE-IMAGE
088500     MOVE MASTER-REC             TO JRNL-AFTER-IMAGE
088600     WRITE JOURNAL-REC
088700     IF MG-JRNL-OK
088800         ADD 1 TO MG-JRNL-WRITTEN
088900     ELSE
089000         DISPLAY "ERROR WRITING JOURNAL-FILE - FILE STATUS "
089100             MG-JRNL-STATUS " - CUST-ID " MAST-CUST-ID
089200         MOVE 'Y' TO MG-IO-ERROR-FLAG
089300     END-IF.
089400
089500 2200-EXIT.
089600     EXIT.
089700
089800 3000-MOVE-TIER-HISTORY.
089900*----------------------------------------------------------------
089990* TIER HISTORY CARRIES NO REGION OF ITS OWN - THE FILE SET A
090080* RECORD SITS IN IS ITS REGION.  EACH MOVED CUSTOMER'S RECORD IS
090170* READ BY KEY OFF THE CLOSED REGION'S FILE, DELETED THERE, AND
090260* WRITTEN TO THE SUCCESSOR'S UNLESS THE SUCCESSOR'S FILE ALREADY
090350* CARRIES IT.  THE TWO FILES MUST BE DISTINCT - A SHARED FILE SET
090440* IS NAMED ON THE PARM AND NEVER COMES HERE.  A CUSTOMER ALREADY
090530* IN THE SUCCESSOR IS CARRIED ONLY IF AN EARLIER RUN LEFT THEIR
090620* RECORD BEHIND.  NO CLOSED-REGION FILE MEANS THERE IS NOTHING TO
090710* CARRY ACROSS.
090800*----------------------------------------------------------------
090900     OPEN I-O TIER-HISTORY-FILE
091000     IF MG-HIST-NOT-FOUND
091100         GO TO 3000-EXIT
091200     END-IF
091300     IF NOT MG-HIST-OK
091400         DISPLAY "ERROR OPENING TIER-HISTORY-FILE - FILE STATUS "
091500             MG-HIST-STATUS
091600         MOVE 'Y' TO MG-IO-ERROR-FLAG
091700         GO TO 3000-EXIT
091800     END-IF
091900
092000     OPEN I-O SUCC-HISTORY-FILE
092100     IF MG-SHST-NOT-FOUND
092200         OPEN OUTPUT SUCC-HISTORY-FILE
092300         CLOSE SUCC-HISTORY-FILE
092400         OPEN I-O SUCC-HISTORY-FILE
092500     END-IF
092600     IF NOT MG-SHST-OK
092700         DISPLAY "ERROR OPENING SUCC-HISTORY-FILE - FILE STATUS "
092800             MG-SHST-STATUS
092900         MOVE 'Y' TO MG-IO-ERROR-FLAG
093000         CLOSE TIER-HISTORY-FILE
093100         GO TO 3000-EXIT
093200     END-IF
093300
093400     MOVE 'N' TO MG-CARRY-ERROR-FLAG
093500     PERFORM 3100-CARRY-ONE-HIST
093600         THRU 3100-EXIT
093700         VARYING MG-SUB FROM 1 BY 1
093800         UNTIL MG-SUB > 99999
093900             OR MG-CARRY-ERROR
094000
094100     CLOSE TIER-HISTORY-FILE
094200     CLOSE SUCC-HISTORY-FILE.
094300
094400 3000-EXIT.
094500     EXIT.
094600
094700 3100-CARRY-ONE-HIST.
094800     IF NOT MG-CUST-MOVED(MG-SUB) AND NOT MG-CUST-IN-SUCC(MG-SUB)
094900         GO TO 3100-EXIT
095000     END-IF
095100
095200     MOVE MG-SUB TO THR-CUST-ID
095300     READ TIER-HISTORY-FILE INTO MG-HIST-WORK
095400         INVALID KEY
095500             CONTINUE
095600     END-READ
095700     IF MG-HIST-NO-RECORD
095800         GO TO 3100-EXIT
095900     END-IF
096000     IF NOT MG-HIST-OK
096100         DISPLAY "ERROR READING TIER-HISTORY-FILE - CUST-ID "
096200             MG-SUB " FILE STATUS " MG-HIST-STATUS
096300         MOVE 'Y' TO MG-IO-ERROR-FLAG
096400         MOVE 'Y' TO MG-CARRY-ERROR-FLAG
096500         GO TO 3100-EXIT
096600     END-IF
096700
096705*    A CUSTOMER WHO WAS ALREADY IN THE SUCCESSOR IS ONLY CARRIED
096710*    WHEN THE SUCCESSOR'S FILE LACKS THEM - THE RECORD WAS LEFT
096715*    BEHIND BY AN EARLIER RUN.
096720     IF MG-CUST-IN-SUCC(MG-SUB)
096724         MOVE MG-SUB TO SHR-CUST-ID
096728         READ SUCC-HISTORY-FILE
096732             INVALID KEY
096736                 CONTINUE
096740         END-READ
096744         IF MG-SHST-OK
096748             GO TO 3100-EXIT
096752         END-IF
096756         IF NOT MG-SHST-NO-RECORD
096760             DISPLAY "ERROR READING SUCC-HISTORY-FILE - CUST-ID "
096764                 MG-SUB " FILE STATUS " MG-SHST-STATUS
096768             MOVE 'Y' TO MG-IO-ERROR-FLAG
096772             MOVE 'Y' TO MG-CARRY-ERROR-FLAG
096776             GO TO 3100-EXIT
096780         END-IF
096784     END-IF
096788
096800     DELETE TIER-HISTORY-FILE RECORD
096900         INVALID KEY
097000             CONTINUE
097100     END-DELETE
097200     IF NOT MG-HIST-OK
097300         DISPLAY "ERROR DELETING TIER-HISTORY-FILE - CUST-ID "
097400             MG-SUB " FILE STATUS " MG-HIST-STATUS
097500         MOVE 'Y' TO MG-IO-ERROR-FLAG
097600         MOVE 'Y' TO MG-CARRY-ERROR-FLAG
097700         GO TO 3100-EXIT
097800     END-IF
097900     ADD 1 TO MG-HIST-REMOVED
098000
098100     MOVE MG-SUB TO SHR-CUST-ID
098200     READ SUCC-HISTORY-FILE
098300         INVALID KEY
098400             CONTINUE
098500     END-READ
098600     IF MG-SHST-OK
098700         ADD 1 TO MG-HIST-IN-PLACE
098800         GO TO 3100-EXIT
098900     END-IF
099000     IF NOT MG-SHST-NO-RECORD
099100         DISPLAY "ERROR READING SUCC-HISTORY-FILE - CUST-ID "
099200             MG-SUB " FILE STATUS " MG-SHST-STATUS
099300         MOVE 'Y' TO MG-IO-ERROR-FLAG
099400         MOVE 'Y' TO MG-CARRY-ERROR-FLAG
099500         GO TO 3100-EXIT
099600     END-IF
099700
099800     WRITE SUCC-HISTORY-REC FROM MG-HIST-WORK
099900         INVALID KEY
100000             CONTINUE
100100     END-WRITE
100200     IF MG-SHST-OK
100300         ADD 1 TO MG-HIST-ADDED
100400     ELSE
100500         DISPLAY "ERROR WRITING SUCC-HISTORY-FILE - CUST-ID "
100600             MG-SUB " FILE STATUS " MG-SHST-STATUS
100700         MOVE 'Y' TO MG-IO-ERROR-FLAG
100800         MOVE 'Y' TO MG-CARRY-ERROR-FLAG
100900     END-IF.
101000
101100 3100-EXIT.
101200     EXIT.
101300
101400 4000-MOVE-CRM-STATE.
101500*----------------------------------------------------------------
101570* THE SAME CARRY-ACROSS FOR THE CRM FEED STATE, EXCEPT THAT THE
101640* STATE RECORD NAMES THE REGION LAST SENT - A MOVED CUSTOMER'S
101710* RECORD IS RESTATED TO THE SUCCESSOR WHEREVER IT ENDS UP, SO
101780* THE NEXT DELTA SEES AN UNCHANGED CUSTOMER.  TIER AND BALANCE
101850* ARE LEFT ALONE - THEY ARE WHAT THE CRM SIDE LAST RECEIVED.
101920* ON A SHARED FILE SET THE SUCCESSOR'S FILE IS NOT OPENED - EACH
101990* RECORD IS RESTATED IN PLACE THROUGH CRM-STATE-FILE INSTEAD.
102100*----------------------------------------------------------------
102200     OPEN I-O CRM-STATE-FILE
102300     IF MG-STATE-NOT-FOUND
102400         GO TO 4000-EXIT
102500     END-IF
102600     IF NOT MG-STATE-OK
102700         DISPLAY "ERROR OPENING CRM-STATE-FILE - FILE STATUS "
102800             MG-STATE-STATUS
102900         MOVE 'Y' TO MG-IO-ERROR-FLAG
103000         GO TO 4000-EXIT
103100     END-IF
103108
103116     IF MG-SHARED-FILES
103124         MOVE 'N' TO MG-CARRY-ERROR-FLAG
103132         PERFORM 4200-RESTATE-ONE-STATE
103140             THRU 4200-EXIT
103148             VARYING MG-SUB FROM 1 BY 1
103156             UNTIL MG-SUB > 99999
103164                 OR MG-CARRY-ERROR
103172         CLOSE CRM-STATE-FILE
103180         GO TO 4000-EXIT
103188     END-IF
103200
103300     OPEN I-O SUCC-STATE-FILE
103400     IF MG-SSTA-NOT-FOUND
103500         OPEN OUTPUT SUCC-STATE-FILE
103600         CLOSE SUCC-STATE-FILE
103700         OPEN I-O SUCC-STATE-FILE
103800     END-IF
103900     IF NOT MG-SSTA-OK
104000         DISPLAY "ERROR OPENING SUCC-STATE-FILE - FILE STATUS "
104100             MG-SSTA-STATUS
104200         MOVE 'Y' TO MG-IO-ERROR-FLAG
104300         CLOSE CRM-STATE-FILE
104400         GO TO 4000-EXIT
104500     END-IF
104600
104700     MOVE 'N' TO MG-CARRY-ERROR-FLAG
104800     PERFORM 4100-CARRY-ONE-STATE
104900         THRU 4100-EXIT
105000         VARYING MG-SUB FROM 1 BY 1
105100         UNTIL MG-SUB > 99999
105200             OR MG-CARRY-ERROR
105300
105400     CLOSE CRM-STATE-FILE
105500     CLOSE SUCC-STATE-FILE.
105600
105700 4000-EXIT.
105800     EXIT.
105900
106000 4100-CARRY-ONE-STATE.
106100     IF NOT MG-CUST-MOVED(MG-SUB) AND NOT MG-CUST-IN-SUCC(MG-SUB)
106200         GO TO 4100-EXIT
106300     END-IF
106400
106500     MOVE MG-SUB TO CSR-CUST-ID
106600     READ CRM-STATE-FILE INTO MG-STATE-WORK
106700         INVALID KEY
106800             CONTINUE
106900     END-READ
107000     IF MG-STATE-NO-RECORD
107100         GO TO 4100-EXIT
107200     END-IF
107300     IF NOT MG-STATE-OK
107400         DISPLAY "ERROR READING CRM-STATE-FILE - CUST-ID "
107500             MG-SUB " FILE STATUS " MG-STATE-STATUS
107600         MOVE 'Y' TO MG-IO-ERROR-FLAG
107700         MOVE 'Y' TO MG-CARRY-ERROR-FLAG
107800         GO TO 4100-EXIT
107900     END-IF
108000
108005*    A CUSTOMER WHO WAS ALREADY IN THE SUCCESSOR IS ONLY CARRIED
108010*    WHEN THE SUCCESSOR'S FILE LACKS THEM - THE RECORD WAS LEFT
108015*    BEHIND BY AN EARLIER RUN.
108020     IF MG-CUST-IN-SUCC(MG-SUB)
108024         MOVE MG-SUB TO SSR-CUST-ID
108028         READ SUCC-STATE-FILE
108032             INVALID KEY
108036                 CONTINUE
108040         END-READ
108044         IF MG-SSTA-OK
108048             GO TO 4100-EXIT
108052         END-IF
108056         IF NOT MG-SSTA-NO-RECORD
108060             DISPLAY "ERROR READING SUCC-STATE-FILE - CUST-ID "
108064                 MG-SUB " FILE STATUS " MG-SSTA-STATUS
108068             MOVE 'Y' TO MG-IO-ERROR-FLAG
108072             MOVE 'Y' TO MG-CARRY-ERROR-FLAG
108076             GO TO 4100-EXIT
108080         END-IF
108084     END-IF
108088
108100     DELETE CRM-STATE-FILE RECORD
108200         INVALID KEY
108300             CONTINUE
108400     END-DELETE
108500     IF NOT MG-STATE-OK
108600         DISPLAY "ERROR DELETING CRM-STATE-FILE - CUST-ID "
108700             MG-SUB " FILE STATUS " MG-STATE-STATUS
108800         MOVE 'Y' TO MG-IO-ERROR-FLAG
108900         MOVE 'Y' TO MG-CARRY-ERROR-FLAG
109000         GO TO 4100-EXIT
109100     END-IF
109200     ADD 1 TO MG-STATE-REMOVED
109300
109400*    A SUCCESSFUL READ REPLACES THE CLOSED REGION'S IMAGE IN
109500*    MG-STATE-WORK WITH THE SUCCESSOR'S OWN, WHICH IS THE ONE
109600*    RESTATED; A MISSING KEY LEAVES THE CLOSED REGION'S IMAGE
109700*    THERE TO BE CARRIED ACROSS.
109800     MOVE MG-SUB TO SSR-CUST-ID
109900     READ SUCC-STATE-FILE INTO MG-STATE-WORK
110000         INVALID KEY
110100             CONTINUE
110200     END-READ
110300     IF NOT MG-SSTA-OK AND NOT MG-SSTA-NO-RECORD
110400         DISPLAY "ERROR READING SUCC-STATE-FILE - CUST-ID "
110500             MG-SUB " FILE STATUS " MG-SSTA-STATUS
110600         MOVE 'Y' TO MG-IO-ERROR-FLAG
110700         MOVE 'Y' TO MG-CARRY-ERROR-FLAG
110800         GO TO 4100-EXIT
110900     END-IF
111000
111100     MOVE MG-SUCC-REGION TO CST-REGION-CODE
111200     IF MG-SSTA-OK
111300         REWRITE SUCC-STATE-REC FROM MG-STATE-WORK
111400             INVALID KEY
111500                 CONTINUE
111600         END-REWRITE
111700         IF MG-SSTA-OK
111800             ADD 1 TO MG-STATE-IN-PLACE
111900         END-IF
112000     ELSE
112100         WRITE SUCC-STATE-REC FROM MG-STATE-WORK
112200             INVALID KEY
112300                 CONTINUE
112400         END-WRITE
112500         IF MG-SSTA-OK
112600             ADD 1 TO MG-STATE-ADDED
112700         END-IF
112800     END-IF
112900
113000     IF NOT MG-SSTA-OK
113100         DISPLAY "ERROR WRITING SUCC-STATE-FILE - CUST-ID "
113200             MG-SUB " FILE STATUS " MG-SSTA-STATUS
113300         MOVE 'Y' TO MG-IO-ERROR-FLAG
113400         MOVE 'Y' TO MG-CARRY-ERROR-FLAG
113500     END-IF.
113600
113700 4100-EXIT.
113800     EXIT.
113940
114080 4200-RESTATE-ONE-STATE.
114220*----------------------------------------------------------------
114360* SHARED FILE SET - THE CLOSED REGION'S AND THE SUCCESSOR'S STATE
114500* RECORDS ARE THE SAME RECORDS, SO EACH ONE IS REWRITTEN WHERE IT
114640* STANDS WITH ITS REGION RESTATED.  ONE ALREADY SHOWING THE
114780* SUCCESSOR IS LEFT ALONE.
114920*----------------------------------------------------------------
115060     IF NOT MG-CUST-MOVED(MG-SUB) AND NOT MG-CUST-IN-SUCC(MG-SUB)
115200         GO TO 4200-EXIT
115340     END-IF
115480
115620     MOVE MG-SUB TO CSR-CUST-ID
115760     READ CRM-STATE-FILE INTO MG-STATE-WORK
115900         INVALID KEY
116040             CONTINUE
116180     END-READ
116320     IF MG-STATE-NO-RECORD
116460         GO TO 4200-EXIT
116600     END-IF
116740     IF NOT MG-STATE-OK
116880         DISPLAY "ERROR READING CRM-STATE-FILE - CUST-ID "
117020             MG-SUB " FILE STATUS " MG-STATE-STATUS
117160         MOVE 'Y' TO MG-IO-ERROR-FLAG
117300         MOVE 'Y' TO MG-CARRY-ERROR-FLAG
117440         GO TO 4200-EXIT
117580     END-IF
117720
117860     IF CST-REGION-CODE = MG-SUCC-REGION
118000         GO TO 4200-EXIT
118140     END-IF
118280
118420     MOVE MG-SUCC-REGION TO CST-REGION-CODE
118560     REWRITE CRM-STATE-REC FROM MG-STATE-WORK
118700         INVALID KEY
118840             CONTINUE
118980     END-REWRITE
119120     IF MG-STATE-OK
119260         ADD 1 TO MG-STATE-IN-PLACE
119400     ELSE
119540         DISPLAY "ERROR REWRITING CRM-STATE-FILE - CUST-ID "
119680             MG-SUB " FILE STATUS " MG-STATE-STATUS
119820         MOVE 'Y' TO MG-IO-ERROR-FLAG
119960         MOVE 'Y' TO MG-CARRY-ERROR-FLAG
120100     END-IF.
120240
120380 4200-EXIT.
120520     EXIT.
120850
127900 5000-PROVE-MASTER.
128000*----------------------------------------------------------------
128100* A SECOND, READ-ONLY PASS OF THE MASTER TAKES THE AFTER TOTALS
128200* FOR BOTH REGIONS.  THE MIGRATION CROSS-FOOTS WHEN THE CLOSED
128300* REGION LOST EXACTLY WHAT WAS MOVED, THE SUCCESSOR GAINED IT,
128400* AND THE TWO REGIONS TOGETHER ARE UNCHANGED.
128500*----------------------------------------------------------------
128600     OPEN INPUT CUSTOMER-MASTER
128700     IF NOT MG-MASTER-OK
128800         DISPLAY "ERROR REOPENING CUSTOMER-MASTER - FILE STATUS "
128900             MG-MASTER-STATUS
129000         MOVE 'Y' TO MG-IO-ERROR-FLAG
129100         GO TO 5000-EXIT
129200     END-IF
129300
129400     MOVE 'N' TO MG-MAST-EOF-FLAG
129500     PERFORM 5100-COUNT-ONE-CUSTOMER
129600         THRU 5100-EXIT
129700         UNTIL MG-MAST-EOF
129800     CLOSE CUSTOMER-MASTER
129900
130000     IF MG-IO-ERROR
130100         GO TO 5000-EXIT
130200     END-IF
130300
130400     COMPUTE MG-CHECK-COUNT =
130500         MG-CLS-BEFORE-COUNT - MG-MOVED-COUNT - MG-CLS-AFTER-COUNT
130600     COMPUTE MG-CHECK-BAL =
130700         MG-CLS-BEFORE-BAL - MG-MOVED-BAL - MG-CLS-AFTER-BAL
130800     IF MG-CHECK-COUNT NOT = ZERO OR MG-CHECK-BAL NOT = ZERO
130900         GO TO 5000-EXIT
131000     END-IF
131100
131200     COMPUTE MG-CHECK-COUNT =
131300         MG-SUC-BEFORE-COUNT + MG-MOVED-COUNT - MG-SUC-AFTER-COUNT
131400     COMPUTE MG-CHECK-BAL =
131500         MG-SUC-BEFORE-BAL + MG-MOVED-BAL - MG-SUC-AFTER-BAL
131600     IF MG-CHECK-COUNT NOT = ZERO OR MG-CHECK-BAL NOT = ZERO
131700         GO TO 5000-EXIT
131800     END-IF
131900
132000     COMPUTE MG-BEFORE-COUNT =
132100         MG-CLS-BEFORE-COUNT + MG-SUC-BEFORE-COUNT
132200     COMPUTE MG-BEFORE-BAL = MG-CLS-BEFORE-BAL + MG-SUC-BEFORE-BAL
132300     COMPUTE MG-AFTER-COUNT =
132400         MG-CLS-AFTER-COUNT + MG-SUC-AFTER-COUNT
132500     COMPUTE MG-AFTER-BAL = MG-CLS-AFTER-BAL + MG-SUC-AFTER-BAL
132600     IF MG-BEFORE-COUNT = MG-AFTER-COUNT
132700        AND MG-BEFORE-BAL = MG-AFTER-BAL
132800         MOVE 'Y' TO MG-CROSSFOOT-FLAG
132900     END-IF.
133000
133100 5000-EXIT.
133200     EXIT.
133300
133400 5100-COUNT-ONE-CUSTOMER.
133500     READ CUSTOMER-MASTER NEXT RECORD
133600         AT END
133700             MOVE 'Y' TO MG-MAST-EOF-FLAG
133800             GO TO 5100-EXIT
133900     END-READ
134000
134100     IF NOT MG-MASTER-OK
134200         DISPLAY "ERROR READING CUSTOMER-MASTER - FILE STATUS "
134300             MG-MASTER-STATUS
134400         MOVE 'Y' TO MG-IO-ERROR-FLAG
134500         MOVE 'Y' TO MG-MAST-EOF-FLAG
134600         GO TO 5100-EXIT
134700     END-IF
134800
134900     IF MAST-REGION-CODE = MG-CLOSED-REGION
135000         ADD 1 TO MG-CLS-AFTER-COUNT
135100         ADD MAST-BALANCE TO MG-CLS-AFTER-BAL
135200     END-IF
135300
135400     IF MAST-REGION-CODE = MG-SUCC-REGION
135500         ADD 1 TO MG-SUC-AFTER-COUNT
135600         ADD MAST-BALANCE TO MG-SUC-AFTER-BAL
135700     END-IF.
135800
135900 5100-EXIT.
136000     EXIT.
136100
136200 6000-FLAG-CLOSED-REGION.
136300*----------------------------------------------------------------
136360* A CLOSED REGION PROVEN EMPTY BY THE SECOND PASS GOES TO STATUS
136420* 'E' - CLOSED AND EMPTY, ELIGIBLE FOR DELETION THROUGH
136480* REGNMAINT.  ANY BAD STATUS - INCLUDING ONE THAT STOPPED THE
136540* TIER HISTORY OR CRM STATE CARRY WITH RECORDS STILL LEFT ON THE
136600* CLOSED REGION'S FILES - HOLDS THE FLAG BACK FOR A RERUN.
136660* REGION-MASTER IS REWRITTEN IN FULL WITH ONLY THAT BYTE
136720* CHANGED.  A REGION ALREADY AT 'E' IS LEFT AS IT IS.
136800*----------------------------------------------------------------
136900     IF MG-IO-ERROR OR NOT MG-CROSSFOOT-OK
137000         GO TO 6000-EXIT
137100     END-IF
137200
137300     IF MG-CLS-AFTER-COUNT > ZERO
137400         GO TO 6000-EXIT
137500     END-IF
137600
137700     MOVE 'Y' TO MG-FLAGGED-FLAG
137800     MOVE MG-TBL-REGION-REC(MG-CLOSED-SUB) TO REGION-MASTER-REC
137900     IF REGN-STATUS = 'E'
138000         GO TO 6000-EXIT
138100     END-IF
138200     MOVE 'E' TO REGN-STATUS
138300     MOVE REGION-MASTER-REC TO MG-TBL-REGION-REC(MG-CLOSED-SUB)
138400
138500     OPEN OUTPUT REGION-MASTER-FILE
138600     IF NOT MG-REGN-OK
138700         DISPLAY "ERROR REWRITING REGION-MASTER-FILE - FILE "
138800             "STATUS " MG-REGN-STATUS
138900         MOVE 'Y' TO MG-IO-ERROR-FLAG
139000         MOVE 'N' TO MG-FLAGGED-FLAG
139100         GO TO 6000-EXIT
139200     END-IF
139300
139400     PERFORM 6100-WRITE-REGN-REC
139500         THRU 6100-EXIT
139600         VARYING MG-SUB FROM 1 BY 1
139700         UNTIL MG-SUB > MG-REGION-COUNT
139800     CLOSE REGION-MASTER-FILE.
139900
140000 6000-EXIT.
140100     EXIT.
140200
140300 6100-WRITE-REGN-REC.
140400     WRITE REGION-MASTER-REC FROM MG-TBL-REGION-REC(MG-SUB)
140500     IF NOT MG-REGN-OK
140600         DISPLAY "ERROR WRITING REGION-MASTER-FILE - FILE STATUS "
140700             MG-REGN-STATUS
140800         MOVE 'Y' TO MG-IO-ERROR-FLAG
140900         MOVE 'N' TO MG-FLAGGED-FLAG
141000     END-IF.
141100
141200 6100-EXIT.
141300     EXIT.
141400
141500 8000-PRINT-SUMMARY.
141600     IF MG-ABORTED
141700         GO TO 8000-EXIT
141800     END-IF
141900
142000     WRITE MIGRATION-REPORT-LINE FROM MR-BLANK-LINE
142100     WRITE MIGRATION-REPORT-LINE FROM MR-REGION-HEADER-LINE
142200
142300     MOVE MG-TBL-REGION-REC(MG-CLOSED-SUB) TO REGION-MASTER-REC
142400     MOVE REGN-CODE           TO MR-RGN-CODE
142500     MOVE REGN-NAME           TO MR-RGN-NAME
142600     MOVE MG-CLS-BEFORE-COUNT TO MR-RGN-BEFORE-COUNT
142700     MOVE MG-CLS-BEFORE-BAL   TO MR-RGN-BEFORE-BAL
142800     COMPUTE MR-RGN-MOVED-COUNT = ZERO - MG-MOVED-COUNT
142900     COMPUTE MR-RGN-MOVED-BAL = ZERO - MG-MOVED-BAL
143000     MOVE MG-CLS-AFTER-COUNT  TO MR-RGN-AFTER-COUNT
143100     MOVE MG-CLS-AFTER-BAL    TO MR-RGN-AFTER-BAL
143200     WRITE MIGRATION-REPORT-LINE FROM MR-REGION-LINE
143300
143400     MOVE MG-TBL-REGION-REC(MG-SUCC-SUB) TO REGION-MASTER-REC
143500     MOVE REGN-CODE           TO MR-RGN-CODE
143600     MOVE REGN-NAME           TO MR-RGN-NAME
143700     MOVE MG-SUC-BEFORE-COUNT TO MR-RGN-BEFORE-COUNT
143800     MOVE MG-SUC-BEFORE-BAL   TO MR-RGN-BEFORE-BAL
143900     MOVE MG-MOVED-COUNT      TO MR-RGN-MOVED-COUNT
144000     MOVE MG-MOVED-BAL        TO MR-RGN-MOVED-BAL
144100     MOVE MG-SUC-AFTER-COUNT  TO MR-RGN-AFTER-COUNT
144200     MOVE MG-SUC-AFTER-BAL    TO MR-RGN-AFTER-BAL
144300     WRITE MIGRATION-REPORT-LINE FROM MR-REGION-LINE
144400
144500     MOVE "TOTAL"             TO MR-RGN-CODE
144600     MOVE SPACES              TO MR-RGN-NAME
144700     MOVE MG-BEFORE-COUNT     TO MR-RGN-BEFORE-COUNT
144800     MOVE MG-BEFORE-BAL       TO MR-RGN-BEFORE-BAL
144900     MOVE ZERO                TO MR-RGN-MOVED-COUNT
145000     MOVE ZERO                TO MR-RGN-MOVED-BAL
145100     MOVE MG-AFTER-COUNT      TO MR-RGN-AFTER-COUNT
145200     MOVE MG-AFTER-BAL        TO MR-RGN-AFTER-BAL
145300     WRITE MIGRATION-REPORT-LINE FROM MR-REGION-LINE
145400
145500     WRITE MIGRATION-REPORT-LINE FROM MR-BLANK-LINE
145600     IF MG-CROSSFOOT-OK
145700         MOVE "BEFORE +/- MOVED = AFTER FOR BOTH REGIONS - OK"
145800             TO MR-PROOF-TEXT
145900     ELSE
146000         MOVE "*** BEFORE/MOVED/AFTER DO NOT CROSS-FOOT"
146100             TO MR-PROOF-TEXT
146200     END-IF
146300     WRITE MIGRATION-REPORT-LINE FROM MR-PROOF-LINE
146400
146500     WRITE MIGRATION-REPORT-LINE FROM MR-BLANK-LINE
146600
146700     MOVE "CUSTOMERS MOVED"               TO MR-LABEL
146800     MOVE MG-MOVED-COUNT                  TO MR-COUNT
146900     WRITE MIGRATION-REPORT-LINE FROM MR-TOTAL-LINE
147000
147100     MOVE "MOVES FAILED"                  TO MR-LABEL
147200     MOVE MG-FAILED-COUNT                 TO MR-COUNT
147300     WRITE MIGRATION-REPORT-LINE FROM MR-TOTAL-LINE
147400
147500     MOVE "JOURNAL RECORDS WRITTEN"       TO MR-LABEL
147600     MOVE MG-JRNL-WRITTEN                 TO MR-COUNT
147700     WRITE MIGRATION-REPORT-LINE FROM MR-TOTAL-LINE
147800
147900     MOVE "FIRST JOURNAL SEQUENCE"        TO MR-LABEL
148000     MOVE MG-FIRST-SEQ                    TO MR-COUNT
148100     WRITE MIGRATION-REPORT-LINE FROM MR-TOTAL-LINE
148200
148300     MOVE "LAST JOURNAL SEQUENCE"         TO MR-LABEL
148400     MOVE MG-TRAN-SEQ                     TO MR-COUNT
148500     WRITE MIGRATION-REPORT-LINE FROM MR-TOTAL-LINE
148600
148700     WRITE MIGRATION-REPORT-LINE FROM MR-BLANK-LINE
148800
148900     MOVE "TIER HISTORY OFF CLOSED FILE"  TO MR-LABEL
149000     MOVE MG-HIST-REMOVED                 TO MR-COUNT
149100     WRITE MIGRATION-REPORT-LINE FROM MR-TOTAL-LINE
149200
149300     MOVE "TIER HISTORY ONTO SUCCESSOR"   TO MR-LABEL
149400     MOVE MG-HIST-ADDED                   TO MR-COUNT
149500     WRITE MIGRATION-REPORT-LINE FROM MR-TOTAL-LINE
149600
149700     MOVE "TIER HISTORY ALREADY ON SUCC"  TO MR-LABEL
149800     MOVE MG-HIST-IN-PLACE                TO MR-COUNT
149900     WRITE MIGRATION-REPORT-LINE FROM MR-TOTAL-LINE
150000
150100     MOVE "CRM STATE OFF CLOSED FILE"     TO MR-LABEL
150200     MOVE MG-STATE-REMOVED                TO MR-COUNT
150300     WRITE MIGRATION-REPORT-LINE FROM MR-TOTAL-LINE
150400
150500     MOVE "CRM STATE ONTO SUCCESSOR"      TO MR-LABEL
150600     MOVE MG-STATE-ADDED                  TO MR-COUNT
150700     WRITE MIGRATION-REPORT-LINE FROM MR-TOTAL-LINE
150800
150900     MOVE "CRM STATE RESTATED IN PLACE"   TO MR-LABEL
151000     MOVE MG-STATE-IN-PLACE               TO MR-COUNT
151100     WRITE MIGRATION-REPORT-LINE FROM MR-TOTAL-LINE
151200
151300     WRITE MIGRATION-REPORT-LINE FROM MR-BLANK-LINE
151400     IF MG-REGION-FLAGGED
151500         MOVE SPACES TO MR-NOTE-TEXT
151600         STRING "REGION " MG-CLOSED-REGION
151700                " IS EMPTY - FLAGGED 'E', ELIGIBLE FOR DELETION"
151800                DELIMITED BY SIZE INTO MR-NOTE-TEXT
151900     ELSE
152000         MOVE SPACES TO MR-NOTE-TEXT
152100         STRING "REGION " MG-CLOSED-REGION
152200                " STILL CARRIES CUSTOMERS OR DID NOT PROVE - "
152300                "NOT FLAGGED"
152400                DELIMITED BY SIZE INTO MR-NOTE-TEXT
152500     END-IF
152600     WRITE MIGRATION-REPORT-LINE FROM MR-NOTE-LINE.
152700
152800 8000-EXIT.
152900     EXIT.
153000
153100 9000-TERMINATE.
153200     CLOSE MIGRATION-REPORT-FILE
153300     IF NOT MG-RPT-OK
153400         DISPLAY "ERROR CLOSING MIGRATION-REPORT-FILE - FILE "
153500             "STATUS " MG-RPT-STATUS
153600         MOVE 'Y' TO MG-IO-ERROR-FLAG
153700     END-IF.
153800
153900 9000-EXIT.
154000     EXIT.
