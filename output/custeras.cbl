000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTERAS.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    CUSTOMER DATA ERASURE RUN.  WHEN A CUSTOMER INVOKES THEIR
000900*    RIGHT TO ERASURE, CUSTMAINT'S 'D' TAKES THEM OFF THE MASTER
001000*    BUT THEIR NAME STAYS ON THE AUDIT TRAIL AND THE STANDING
001100*    FILES.  THIS RUN TAKES A LIST OF CUST-IDS (ERASLIST) AND, FOR
001200*    EACH CUSTOMER ON IT -
001300*      - BLANKS THE NAME IN EVERY BEFORE AND AFTER IMAGE ON THE
001400*        LIVE JOURNAL (JRNLFILE) AND THE ARCHIVE (JRNLARCH).  THE
001500*        RUN DATE, SEQUENCE, CODE, CUST-ID, BALANCE, REGION AND
001600*        OPEN DATE ARE LEFT EXACTLY AS THEY WERE, SO CUSTASOF,
001700*        CUSTBKOUT AND THE LEDGER PROOFS STILL ADD UP;
001800*      - DELETES THE CUSTOMER'S CRM FEED STATE (CRMSTATE, WHICH
001900*        HOLDS THE NAME LAST SENT TO THE CRM SIDE) AND TIER
002000*        HISTORY (TIERHIST) BY KEY;
002100*      - REMOVES THE CUSTOMER'S TIER OVERRIDE (OVRDFILE) AND
002200*        HOUSEHOLD CROSS-REFERENCE (HHXREF) ENTRIES.
002300*    THE SUPPRESSION LIST AND CONTACT HISTORY CARRY NO NAME AND
002400*    ARE LEFT ALONE - THE SUPPRESSION ENTRY IS WHAT KEEPS AN
002500*    ERASED CUSTOMER FROM EVER BEING SOLICITED AGAIN.
002600*
002700*    A CUSTOMER STILL ON CUSTOMER-MASTER IS REFUSED - THEY MUST BE
002800*    CLOSED THROUGH CUSTMAINT FIRST.  SO IS ONE WITH A TRANSACTION
002900*    PARKED ON PENDFILE, WHICH WOULD PUT THEM BACK ON THE MASTER
003000*    OR JOURNAL A NAME AFTER THE ERASURE.  THE REPORT (ERRPFILE)
003100*    IS THE CERTIFICATE FOR THE COMPLIANCE FILE - PER CUSTOMER,
003200*    THE RESULT AND EVERY FILE TOUCHED WITH THE RECORD COUNT
003300*    CHANGED, FOLLOWED BY THE PER-FILE CONTROL TOTALS.
003400*
003500*    THE SEQUENTIAL FILES ARE REWRITTEN BY THE TWO-PASS COPY
003600*    JRNLARCH USES - PASS ONE GOES TO THE ERASWORK WORK FILE,
003700*    PASS TWO COPIES BACK, AND ONLY WHEN PASS ONE CHANGED
003800*    SOMETHING AND RAN CLEAN.  A FILE ERROR STOPS THE RUN BEFORE
003900*    THE NEXT FILE IS STARTED, SO ERASWORK STILL HOLDS THE FILE
004000*    THAT FAILED.
004100*    EVERY STEP IS SAFE TO REPEAT - A NAME ALREADY BLANKED OR A
004200*    RECORD ALREADY GONE IS SIMPLY NOT FOUND AGAIN - SO A FAILED
004300*    RUN IS CORRECTED AND RERUN WITH THE SAME LIST.  WHERE A
004400*    REGION KEEPS ITS OWN FILE SET, THE RUN IS REPEATED WITH THE
004500*    DDS POINTED AT EACH SET.
004600*
004700*    MODIFICATION HISTORY.
004800*    ------------------------------------------------------------
004900*    DATE       INIT  DESCRIPTION
005000*    ---------  ----  --------------------------------------------
005100*    10/15/2026 DT    ORIGINAL PROGRAM.
005120*    10/15/2026 DT    A CERTIFICATE FILE THAT DOES NOT OPEN NOW
005140*                     ABORTS THE RUN BEFORE ANY CUSTOMER IS
005160*                     ERASED, AND THE FILE IS ONLY WRITTEN AND
005180*                     CLOSED WHEN IT OPENED.
005200*    ------------------------------------------------------------
005300
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER. IBM-370.
005700 OBJECT-COMPUTER. IBM-370.
005800
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100*----------------------------------------------------------------
006200* DD-NAME-STYLE LITERALS, THE SAME CONVENTION THE REST OF THE
006300* SYSTEM USES.
006400*----------------------------------------------------------------
006500     SELECT ERASE-LIST-FILE ASSIGN TO "ERASLIST"
006600         FILE STATUS IS ER-LIST-STATUS.
006700
006800     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS MAST-CUST-ID
007200         FILE STATUS IS ER-MAST-STATUS.
007300
007400     SELECT PENDING-FILE ASSIGN TO "PENDFILE"
007500         FILE STATUS IS ER-PEND-STATUS.
007600
007700     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
007800         FILE STATUS IS ER-JRNL-STATUS.
007900
008000     SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO "JRNLARCH"
008100         FILE STATUS IS ER-ARCH-STATUS.
008200
008300     SELECT CRM-STATE-FILE ASSIGN TO "CRMSTATE"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS RANDOM
008600         RECORD KEY IS CST-CUST-ID
008700         FILE STATUS IS ER-CST-STATUS.
008800
008900     SELECT TIER-HISTORY-FILE ASSIGN TO "TIERHIST"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS RANDOM
009200         RECORD KEY IS HIST-CUST-ID
009300         FILE STATUS IS ER-HIST-STATUS.
009400
009500     SELECT OVERRIDE-FILE ASSIGN TO "OVRDFILE"
009600         FILE STATUS IS ER-OVRD-STATUS.
009700
009800     SELECT HOUSEHOLD-XREF-FILE ASSIGN TO "HHXREF"
009900         FILE STATUS IS ER-HHX-STATUS.
010000
010100     SELECT ERASE-WORK-FILE ASSIGN TO "ERASWORK"
010200         FILE STATUS IS ER-WORK-STATUS.
010300
010400     SELECT ERASE-REPORT-FILE ASSIGN TO "ERRPFILE"
010500         FILE STATUS IS ER-RPT-STATUS.
010600
010700 DATA DIVISION.
010800 FILE SECTION.
010900
011000*================================================================
011100* ERASE-LIST-FILE - ONE CARD PER CUSTOMER TO BE ERASED: CUST-ID
011200* IN COLUMNS 1-5 AND COMPLIANCE'S OWN REFERENCE FOR THE REQUEST
011300* IN COLUMNS 7-26, PRINTED ON THE CERTIFICATE.  BLANK CARDS ARE
011400* PASSED OVER.
011500*================================================================
011600 FD  ERASE-LIST-FILE.
011700 01  ERASE-LIST-REC.
011800     05  ERL-CUST-ID             PIC 9(05).
011900     05  FILLER                  PIC X(01).
012000     05  ERL-REFERENCE           PIC X(20).
012100     05  FILLER                  PIC X(54).
012200
012300 FD  CUSTOMER-MASTER.
012400 01  MASTER-REC.
012500     COPY CUSTREC REPLACING CUST-ID           BY MAST-CUST-ID
012600                            NAME              BY MAST-NAME
012700                            BALANCE           BY MAST-BALANCE
012800                            REGION-CODE       BY MAST-REGION-CODE
012900                            ACCOUNT-OPEN-DATE
013000                                BY MAST-ACCOUNT-OPEN-DATE.
013100
013200*================================================================
013300* PENDING-FILE - CUSTMAINT'S STANDING PARK FOR FUTURE-DATED
013400* TRANSACTIONS, ONE TRANFILE IMAGE PER RECORD.  ONLY THE CODE AND
013500* CUST-ID, WHICH SIT IN THE SAME BYTES FOR EVERY TRANSACTION
013600* TYPE, ARE LOOKED AT.
013700*================================================================
013800 FD  PENDING-FILE.
013900 01  PENDING-REC.
014000     05  PEND-TRAN-CODE          PIC X(01).
014100     05  PEND-CUST-ID            PIC 9(05).
014200     05  FILLER                  PIC X(48).
014300
014400*================================================================
014500* JOURNAL-FILE - THE LIVE AUDIT JOURNAL, SHARED JRNLREC LAYOUT.
014600* THE ARCHIVE CARRIES THE SAME 106-BYTE RECORD AS A RAW IMAGE.
014700*================================================================
014800 FD  JOURNAL-FILE.
014900 01  JOURNAL-REC.
015000     COPY JRNLREC.
015100
015200 FD  JOURNAL-ARCHIVE-FILE.
015300 01  JOURNAL-ARCHIVE-REC         PIC X(106).
015400
015500 FD  CRM-STATE-FILE.
015600 01  CRM-STATE-REC.
015700     COPY CRMSTREC.
015800
015900 FD  TIER-HISTORY-FILE.
016000 01  TIER-HISTORY-REC.
016100     COPY HISTREC.
016200
016300*================================================================
016400* OVERRIDE-FILE AND HOUSEHOLD-XREF-FILE - THE OPERATOR-MAINTAINED
016500* FILES CUSTOMERBATCH READS, LAID OUT AS CUSTOMERBATCH DECLARES
016600* THEM.
016700*================================================================
016800 FD  OVERRIDE-FILE.
016900 01  OVERRIDE-REC.
017000     05  OVRD-CUST-ID            PIC 9(05).
017100     05  OVRD-TIER               PIC X(01).
017200     05  OVRD-EXPIRY-DATE        PIC 9(08).
017300
017400 FD  HOUSEHOLD-XREF-FILE.
017500 01  HOUSEHOLD-XREF-REC.
017600     05  HHX-CUST-ID             PIC 9(05).
017700     05  HHX-HOUSEHOLD-ID        PIC 9(05).
017800
017900*================================================================
018000* ERASE-WORK-FILE - PASS-ONE HOLDING AREA FOR WHICHEVER SEQUENTIAL
018100* FILE IS BEING REWRITTEN.  SIZED FOR THE JOURNAL; THE SHORTER
018200* RECORDS ARE CARRIED LEFT-JUSTIFIED AND CUT BACK ON THE WAY HOME.
018300*================================================================
018400 FD  ERASE-WORK-FILE.
018500 01  ERASE-WORK-REC              PIC X(106).
018600
018700*================================================================
018800* ERASE-REPORT-FILE IS THE PRINTED ERASURE CERTIFICATE - ONE
018900* 132-BYTE PRINT IMAGE PER LINE, THE SAME CONVENTION AS THE
019000* OTHER REPORTS IN THIS SYSTEM.
019100*================================================================
019200 FD  ERASE-REPORT-FILE.
019300 01  ERASE-REPORT-LINE           PIC X(132).
019400
019500 WORKING-STORAGE SECTION.
019600
019700 01  ER-SWITCHES.
019800     05  ER-LIST-STATUS          PIC X(02) VALUE SPACES.
019900         88  ER-LIST-OK                  VALUE '00'.
020000     05  ER-MAST-STATUS          PIC X(02) VALUE SPACES.
020100         88  ER-MAST-OK                  VALUE '00'.
020200         88  ER-MAST-NO-RECORD           VALUE '23'.
020300     05  ER-PEND-STATUS          PIC X(02) VALUE SPACES.
020400         88  ER-PEND-OK                  VALUE '00'.
020500         88  ER-PEND-NOT-FOUND           VALUE '35'.
020600     05  ER-JRNL-STATUS          PIC X(02) VALUE SPACES.
020700         88  ER-JRNL-OK                  VALUE '00'.
020800         88  ER-JRNL-NOT-FOUND           VALUE '35'.
020900     05  ER-ARCH-STATUS          PIC X(02) VALUE SPACES.
021000         88  ER-ARCH-OK                  VALUE '00'.
021100         88  ER-ARCH-NOT-FOUND           VALUE '35'.
021200     05  ER-CST-STATUS           PIC X(02) VALUE SPACES.
021300         88  ER-CST-OK                   VALUE '00'.
021400         88  ER-CST-NO-RECORD            VALUE '23'.
021500         88  ER-CST-NOT-FOUND            VALUE '35'.
021600     05  ER-HIST-STATUS          PIC X(02) VALUE SPACES.
021700         88  ER-HIST-OK                  VALUE '00'.
021800         88  ER-HIST-NO-RECORD           VALUE '23'.
021900         88  ER-HIST-NOT-FOUND           VALUE '35'.
022000     05  ER-OVRD-STATUS          PIC X(02) VALUE SPACES.
022100         88  ER-OVRD-OK                  VALUE '00'.
022200         88  ER-OVRD-NOT-FOUND           VALUE '35'.
022300     05  ER-HHX-STATUS           PIC X(02) VALUE SPACES.
022400         88  ER-HHX-OK                   VALUE '00'.
022500         88  ER-HHX-NOT-FOUND            VALUE '35'.
022600     05  ER-WORK-STATUS          PIC X(02) VALUE SPACES.
022700         88  ER-WORK-OK                  VALUE '00'.
022800     05  ER-RPT-STATUS           PIC X(02) VALUE SPACES.
022900         88  ER-RPT-OK                   VALUE '00'.
023000     05  ER-TARGET-STATUS        PIC X(02) VALUE SPACES.
023100         88  ER-TARGET-OK                VALUE '00'.
023200     05  ER-LIST-EOF-FLAG        PIC X(01) VALUE 'N'.
023300         88  ER-LIST-EOF                 VALUE 'Y'.
023400     05  ER-PEND-EOF-FLAG        PIC X(01) VALUE 'N'.
023500         88  ER-PEND-EOF                 VALUE 'Y'.
023600     05  ER-SRC-EOF-FLAG         PIC X(01) VALUE 'N'.
023700         88  ER-SRC-EOF                  VALUE 'Y'.
023800     05  ER-WORK-EOF-FLAG        PIC X(01) VALUE 'N'.
023900         88  ER-WORK-EOF                 VALUE 'Y'.
024000     05  ER-LIST-OPEN-FLAG       PIC X(01) VALUE 'N'.
024100         88  ER-LIST-OPEN                VALUE 'Y'.
024130     05  ER-RPT-OPEN-FLAG        PIC X(01) VALUE 'N'.
024160         88  ER-RPT-OPEN                 VALUE 'Y'.
024200     05  ER-ABORT-FLAG           PIC X(01) VALUE 'N'.
024300         88  ER-ABORTED                  VALUE 'Y'.
024400     05  ER-IO-ERROR-FLAG        PIC X(01) VALUE 'N'.
024500         88  ER-IO-ERROR                 VALUE 'Y'.
024600
024700 01  ER-RUN-DATE                 PIC 9(08) VALUE 0.
024800 01  ER-LIST-SUB                 PIC 9(03) VALUE 0.
024900 01  ER-FILE-SUB                 PIC 9(01) VALUE 0.
025000 01  ER-BEFORE-SUB               PIC 9(03) VALUE 0.
025100 01  ER-AFTER-SUB                PIC 9(03) VALUE 0.
025200 01  ER-CHANGE-TOTAL             PIC 9(07) VALUE 0.
025300 01  ER-LIST-MAX                 PIC 9(03) VALUE 500.
025400 01  ER-WORK-IMAGE               PIC X(106) VALUE SPACES.
025500
025600 01  ER-COUNTERS.
025700     05  ER-COUNT-LIST-READ      PIC 9(07) VALUE 0.
025800     05  ER-COUNT-LIST-BLANK     PIC 9(07) VALUE 0.
025900     05  ER-COUNT-LIST-REJECTED  PIC 9(07) VALUE 0.
026000     05  ER-COUNT-PEND-READ      PIC 9(07) VALUE 0.
026100     05  ER-COUNT-ERASE          PIC 9(07) VALUE 0.
026200     05  ER-COUNT-ON-MASTER      PIC 9(07) VALUE 0.
026300     05  ER-COUNT-PENDING        PIC 9(07) VALUE 0.
026400
026500*================================================================
026600* ER-JRNL-WORK IS ONE JOURNAL ENTRY FROM EITHER THE LIVE FILE OR
026700* THE ARCHIVE; ER-BEFORE-IMG AND ER-AFTER-IMG UNPACK ITS IMAGES
026800* SO THE CUST-ID CAN BE PICKED OUT AND THE NAME BLANKED.
026900* PREFIXED THE SAME WAY THE OTHER PROGRAMS PREFIX THEIR SECOND
027000* COPIES OF JRNLREC AND CUSTREC.
027100*================================================================
027200 01  ER-JRNL-WORK.
027300     COPY JRNLREC REPLACING JRNL-RUN-DATE     BY WRK-RUN-DATE
027400                            JRNL-TRAN-SEQ     BY WRK-TRAN-SEQ
027500                            JRNL-TRAN-CODE    BY WRK-TRAN-CODE
027600                            JRNL-BEFORE-IMAGE BY WRK-BEFORE-IMAGE
027700                            JRNL-AFTER-IMAGE  BY WRK-AFTER-IMAGE.
027800
027900 01  ER-BEFORE-IMG.
028000     COPY CUSTREC REPLACING CUST-ID           BY BIMG-CUST-ID
028100                            NAME              BY BIMG-NAME
028200                            BALANCE           BY BIMG-BALANCE
028300                            REGION-CODE       BY BIMG-REGION-CODE
028400                            ACCOUNT-OPEN-DATE
028500                                BY BIMG-ACCOUNT-OPEN-DATE.
028600
028700 01  ER-AFTER-IMG.
028800     COPY CUSTREC REPLACING CUST-ID           BY AIMG-CUST-ID
028900                            NAME              BY AIMG-NAME
029000                            BALANCE           BY AIMG-BALANCE
029100                            REGION-CODE       BY AIMG-REGION-CODE
029200                            ACCOUNT-OPEN-DATE
029300                                BY AIMG-ACCOUNT-OPEN-DATE.
029400
029500*================================================================
029600* ER-FILE-TABLE - THE SIX FILES THE RUN CHANGES, IN THE ORDER
029700* THEY ARE PROCESSED AND PRINTED: 1 JRNLFILE, 2 JRNLARCH,
029800* 3 CRMSTATE, 4 TIERHIST, 5 OVRDFILE, 6 HHXREF.  THE STATE OF EACH
029900* IS ' ' NOT REACHED, 'A' ABSENT, 'U' NOTHING TO CHANGE, 'C'
030000* CHANGED, 'E' FILE ERROR.  FOR THE KEYED FILES THE READ COUNT
030100* IS THE KEYS LOOKED UP AND NOTHING GOES THROUGH THE WORK FILE.
030200*================================================================
030300 01  ER-FILE-NAME-VALUES.
030400     05  FILLER                  PIC X(50) VALUE
030500         "JRNLFILE  LIVE AUDIT JOURNAL      NAME BLANKED IN ".
030600     05  FILLER                  PIC X(50) VALUE
030700         "JRNLARCH  JOURNAL ARCHIVE         NAME BLANKED IN ".
030800     05  FILLER                  PIC X(50) VALUE
030900         "CRMSTATE  CRM FEED STATE          RECORDS DELETED ".
031000     05  FILLER                  PIC X(50) VALUE
031100         "TIERHIST  TIER HISTORY            RECORDS DELETED ".
031200     05  FILLER                  PIC X(50) VALUE
031300         "OVRDFILE  TIER OVERRIDES          RECORDS REMOVED ".
031400     05  FILLER                  PIC X(50) VALUE
031500         "HHXREF    HOUSEHOLD XREF          RECORDS REMOVED ".
031600 01  ER-FILE-NAME-TABLE REDEFINES ER-FILE-NAME-VALUES.
031700     05  ER-FILE-NAME-ENTRY OCCURS 6 TIMES.
031800         10  ER-FILE-DD          PIC X(08).
031900         10  FILLER              PIC X(02).
032000         10  ER-FILE-DESC        PIC X(20).
032100         10  FILLER              PIC X(04).
032200         10  ER-FILE-ACTION      PIC X(16).
032300
032400 01  ER-FILE-TABLE.
032500     05  ER-FILE-ENTRY OCCURS 6 TIMES.
032600         10  ER-FILE-STATE       PIC X(01) VALUE SPACE.
032700             88  ER-FILE-ABSENT          VALUE 'A'.
032800             88  ER-FILE-UNCHANGED       VALUE 'U'.
032900             88  ER-FILE-CHANGED         VALUE 'C'.
033000             88  ER-FILE-IN-ERROR        VALUE 'E'.
033100         10  ER-FILE-READ        PIC 9(07) VALUE ZERO.
033200         10  ER-FILE-ALTERED     PIC 9(07) VALUE ZERO.
033300         10  ER-FILE-WRITTEN     PIC 9(07) VALUE ZERO.
033400         10  ER-FILE-RESTORED    PIC 9(07) VALUE ZERO.
033500
033600*================================================================
033700* ER-LIST-TABLE HOLDS THE ERASURE LIST IN CARD ORDER WITH THE
033800* RESULT FOR EACH CUSTOMER - 'E' TO BE ERASED, 'M' REFUSED AS
033900* STILL ON CUSTOMER-MASTER, 'P' REFUSED FOR A PENDING
034000* TRANSACTION - AND THE RECORDS CHANGED ON EACH OF THE SIX
034100* FILES.  ER-SLOT-TABLE, DIRECT-INDEXED BY CUST-ID, POINTS BACK
034200* AT A CUSTOMER'S LIST ENTRY (ZERO WHEN NOT ON THE LIST).
034300*================================================================
034400 01  ER-LIST-TABLE.
034500     05  ER-LIST-COUNT           PIC 9(03) VALUE 0.
034600     05  ER-LIST-ENTRY OCCURS 500 TIMES.
034700         10  ER-LIST-CUST-ID     PIC 9(05).
034800         10  ER-LIST-REFERENCE   PIC X(20).
034900         10  ER-LIST-RESULT      PIC X(01).
035000             88  ER-LIST-ERASE           VALUE 'E'.
035100             88  ER-LIST-ON-MASTER       VALUE 'M'.
035200             88  ER-LIST-PENDING         VALUE 'P'.
035300         10  ER-LIST-CHANGED     PIC 9(07) OCCURS 6 TIMES.
035400
035500 01  ER-SLOT-TABLE.
035600     05  ER-SLOT                 PIC 9(03) VALUE ZERO
035700                                 OCCURS 99999 TIMES.
035800
035900*================================================================
036000* PRINT-LINE LAYOUTS FOR ERASE-REPORT-FILE.
036100*================================================================
036200 01  EC-TITLE-LINE.
036300     05  FILLER              PIC X(40) VALUE SPACES.
036400     05  FILLER              PIC X(34)
036500         VALUE "CUSTOMER DATA ERASURE CERTIFICATE".
036600     05  FILLER              PIC X(58) VALUE SPACES.
036700
036800 01  EC-DATE-LINE.
036900     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
037000     05  EC-RUN-DATE         PIC 9(08).
037100     05  FILLER              PIC X(114) VALUE SPACES.
037200
037300 01  EC-BLANK-LINE.
037400     05  FILLER              PIC X(132) VALUE SPACES.
037500
037600 01  EC-REJECT-LINE.
037700     05  FILLER              PIC X(26)
037800         VALUE "*** LIST CARD REJECTED - ".
037900     05  EC-REJ-REASON       PIC X(24).
038000     05  FILLER              PIC X(03) VALUE SPACES.
038100     05  EC-REJ-CARD         PIC X(26).
038200     05  FILLER              PIC X(53) VALUE SPACES.
038300
038400 01  EC-CUSTOMER-LINE.
038500     05  FILLER              PIC X(09) VALUE "CUSTOMER ".
038600     05  EC-CUST-ID          PIC 9(05).
038700     05  FILLER              PIC X(03) VALUE SPACES.
038800     05  FILLER              PIC X(11) VALUE "REFERENCE: ".
038900     05  EC-REFERENCE        PIC X(20).
039000     05  FILLER              PIC X(03) VALUE SPACES.
039100     05  EC-RESULT           PIC X(50).
039200     05  FILLER              PIC X(31) VALUE SPACES.
039300
039400 01  EC-FILE-LINE.
039500     05  FILLER              PIC X(08) VALUE SPACES.
039600     05  EC-FILE-DD          PIC X(08).
039700     05  FILLER              PIC X(02) VALUE SPACES.
039800     05  EC-FILE-DESC        PIC X(20).
039900     05  FILLER              PIC X(02) VALUE SPACES.
040000     05  EC-FILE-ACTION      PIC X(16).
040100     05  EC-FILE-COUNT       PIC ZZZ,ZZ9.
040200     05  FILLER              PIC X(08) VALUE " RECORDS".
040300     05  FILLER              PIC X(03) VALUE SPACES.
040400     05  EC-FILE-NOTE        PIC X(24).
040500     05  FILLER              PIC X(34) VALUE SPACES.
040600
040700 01  EC-CONTROL-HEADER-LINE.
040800     05  FILLER              PIC X(08) VALUE "FILE".
040900     05  FILLER              PIC X(02) VALUE SPACES.
041000     05  FILLER              PIC X(20) VALUE "CONTENTS".
041100     05  FILLER              PIC X(02) VALUE SPACES.
041200     05  FILLER              PIC X(09) VALUE "     READ".
041300     05  FILLER              PIC X(02) VALUE SPACES.
041400     05  FILLER              PIC X(09) VALUE "  CHANGED".
041500     05  FILLER              PIC X(02) VALUE SPACES.
041600     05  FILLER              PIC X(09) VALUE "  WRITTEN".
041700     05  FILLER              PIC X(02) VALUE SPACES.
041800     05  FILLER              PIC X(09) VALUE " RESTORED".
041900     05  FILLER              PIC X(03) VALUE SPACES.
042000     05  FILLER              PIC X(24) VALUE "RESULT".
042100     05  FILLER              PIC X(31) VALUE SPACES.
042200
042300 01  EC-CONTROL-LINE.
042400     05  EC-CTL-DD           PIC X(08).
042500     05  FILLER              PIC X(02) VALUE SPACES.
042600     05  EC-CTL-DESC         PIC X(20).
042700     05  FILLER              PIC X(04) VALUE SPACES.
042800     05  EC-CTL-READ         PIC ZZZZZZ9.
042900     05  FILLER              PIC X(04) VALUE SPACES.
043000     05  EC-CTL-ALTERED      PIC ZZZZZZ9.
043100     05  FILLER              PIC X(04) VALUE SPACES.
043200     05  EC-CTL-WRITTEN      PIC ZZZZZZ9.
043300     05  FILLER              PIC X(04) VALUE SPACES.
043400     05  EC-CTL-RESTORED     PIC ZZZZZZ9.
043500     05  FILLER              PIC X(03) VALUE SPACES.
043600     05  EC-CTL-NOTE         PIC X(24).
043700     05  FILLER              PIC X(31) VALUE SPACES.
043800
043900 01  EC-TOTAL-LINE.
044000     05  EC-LABEL            PIC X(34).
044100     05  FILLER              PIC X(05) VALUE SPACES.
044200     05  EC-COUNT            PIC ZZZZZZ9.
044300     05  FILLER              PIC X(86) VALUE SPACES.
044400
044500 01  EC-NOTE-LINE.
044600     05  FILLER              PIC X(04) VALUE "*** ".
044700     05  EC-NOTE-TEXT        PIC X(70).
044800     05  FILLER              PIC X(58) VALUE SPACES.
044900
045000 01  EC-ABORT-LINE.
045100     05  FILLER              PIC X(18)
045200         VALUE "*** RUN ABORTED - ".
045300     05  EC-ABORT-TEXT       PIC X(60).
045400     05  FILLER              PIC X(54) VALUE SPACES.
045500
045600 PROCEDURE DIVISION.
045700
045800 0000-MAINLINE.
045900
046000     PERFORM 1000-INITIALIZE
046100         THRU 1000-EXIT
046200
046300     IF NOT ER-ABORTED
046400         PERFORM 1100-LOAD-ERASE-LIST
046500             THRU 1100-EXIT
046600     END-IF
046700
046800     IF NOT ER-ABORTED
046900         PERFORM 1200-CHECK-MASTER
047000             THRU 1200-EXIT
047100     END-IF
047200
047300     IF NOT ER-ABORTED
047400         PERFORM 1300-CHECK-PENDING
047500             THRU 1300-EXIT
047600     END-IF
047700
047800     IF NOT ER-ABORTED
047900         PERFORM 1400-TALLY-RESULT
048000             THRU 1400-EXIT
048100             VARYING ER-LIST-SUB FROM 1 BY 1
048200             UNTIL ER-LIST-SUB > ER-LIST-COUNT
048300     END-IF
048400
048500*----------------------------------------------------------------
048600* ONE FILE AT A TIME, AND NONE AFTER A FILE ERROR - ERASWORK
048700* THEN STILL HOLDS THE PASS-ONE COPY OF THE FILE THAT FAILED.
048800*----------------------------------------------------------------
048900     IF NOT ER-ABORTED AND NOT ER-IO-ERROR
049000        AND ER-COUNT-ERASE > ZERO
049100         PERFORM 2000-SCRUB-JOURNAL
049200             THRU 2000-EXIT
049300     END-IF
049400
049500     IF NOT ER-ABORTED AND NOT ER-IO-ERROR
049600        AND ER-COUNT-ERASE > ZERO
049700         PERFORM 2100-SCRUB-ARCHIVE
049800             THRU 2100-EXIT
049900     END-IF
050000
050100     IF NOT ER-ABORTED AND NOT ER-IO-ERROR
050200        AND ER-COUNT-ERASE > ZERO
050300         PERFORM 3000-DELETE-CRM-STATE
050400             THRU 3000-EXIT
050500     END-IF
050600
050700     IF NOT ER-ABORTED AND NOT ER-IO-ERROR
050800        AND ER-COUNT-ERASE > ZERO
050900         PERFORM 3100-DELETE-TIER-HISTORY
051000             THRU 3100-EXIT
051100     END-IF
051200
051300     IF NOT ER-ABORTED AND NOT ER-IO-ERROR
051400        AND ER-COUNT-ERASE > ZERO
051500         PERFORM 4000-REMOVE-OVERRIDES
051600             THRU 4000-EXIT
051700     END-IF
051800
051900     IF NOT ER-ABORTED AND NOT ER-IO-ERROR
052000        AND ER-COUNT-ERASE > ZERO
052100         PERFORM 4100-REMOVE-HOUSEHOLD-XREF
052200             THRU 4100-EXIT
052300     END-IF
052400
052500     IF NOT ER-ABORTED
052600         PERFORM 8000-PRINT-CERTIFICATE
052700             THRU 8000-EXIT
052800         PERFORM 8500-PRINT-CONTROLS
052900             THRU 8500-EXIT
053000     END-IF
053100
053200     DISPLAY "CUSTOMERS ON ERASURE LIST: " ER-LIST-COUNT
053300     DISPLAY "CUSTOMERS ERASED: " ER-COUNT-ERASE
053400     DISPLAY "REFUSED - ON CUSTOMER-MASTER: " ER-COUNT-ON-MASTER
053500     DISPLAY "REFUSED - TRANSACTION PENDING: " ER-COUNT-PENDING
053600
053700     PERFORM 9000-TERMINATE
053800         THRU 9000-EXIT
053900
054000*----------------------------------------------------------------
054100* SEVERITY FOR THE SCHEDULER - RC=8 WHEN THE RUN ABORTED, A FILE
054200* HIT A BAD STATUS OR THE CONTROL TOTALS DID NOT FOOT; RC=4 WHEN
054300* A CUSTOMER WAS REFUSED OR A LIST CARD REJECTED; RC=0 OTHERWISE.
054400*----------------------------------------------------------------
054500     IF ER-ABORTED OR ER-IO-ERROR
054600         MOVE 8 TO RETURN-CODE
054700     ELSE
054800         IF ER-COUNT-ON-MASTER > ZERO OR ER-COUNT-PENDING > ZERO
054900            OR ER-COUNT-LIST-REJECTED > ZERO
055000             MOVE 4 TO RETURN-CODE
055100         END-IF
055200     END-IF
055300
055400     STOP RUN.
055500
055600 1000-INITIALIZE.
055700*----------------------------------------------------------------
055760* NO CERTIFICATE FILE OR NO ERASURE LIST IS AN ABORT BEFORE
055820* ANYTHING IS TOUCHED - AN ERASURE NOBODY CAN CERTIFY IS NOT RUN.
055900*----------------------------------------------------------------
056000     ACCEPT ER-RUN-DATE FROM DATE YYYYMMDD
056100
056170     OPEN OUTPUT ERASE-REPORT-FILE
056240     IF NOT ER-RPT-OK
056310         DISPLAY "ERROR OPENING ERASE-REPORT-FILE - FILE STATUS "
056380             ER-RPT-STATUS
056450         MOVE 'Y' TO ER-IO-ERROR-FLAG
056520         MOVE 'Y' TO ER-ABORT-FLAG
056590         GO TO 1000-EXIT
056660     END-IF
056730     MOVE 'Y' TO ER-RPT-OPEN-FLAG
056800
056900     WRITE ERASE-REPORT-LINE FROM EC-TITLE-LINE
057000     MOVE ER-RUN-DATE TO EC-RUN-DATE
057100     WRITE ERASE-REPORT-LINE FROM EC-DATE-LINE
057200     WRITE ERASE-REPORT-LINE FROM EC-BLANK-LINE
057300
057400     OPEN INPUT ERASE-LIST-FILE
057500     IF NOT ER-LIST-OK
057600         DISPLAY "ERROR OPENING ERASE-LIST-FILE - FILE STATUS "
057700             ER-LIST-STATUS
057800         MOVE "ERASURE LIST DID NOT OPEN" TO EC-ABORT-TEXT
057900         WRITE ERASE-REPORT-LINE FROM EC-ABORT-LINE
058000         MOVE 'Y' TO ER-ABORT-FLAG
058100     ELSE
058200         MOVE 'Y' TO ER-LIST-OPEN-FLAG
058300     END-IF.
058400
058500 1000-EXIT.
058600     EXIT.
058700
058800 1100-LOAD-ERASE-LIST.
058900*----------------------------------------------------------------
059000* A CARD WITHOUT A USABLE CUST-ID, OR REPEATING ONE ALREADY ON
059100* THE LIST, IS LISTED AS REJECTED AND THE RUN ENDS RC 4.  A LIST
059200* LONGER THAN THE TABLE, OR ONE WITH NOBODY ON IT, ABORTS THE RUN
059300* - ERASING PART OF A LIST WITHOUT SAYING SO IS WORSE THAN
059400* ERASING NOTHING.
059500*----------------------------------------------------------------
059600     MOVE 'N' TO ER-LIST-EOF-FLAG
059700     PERFORM 1110-READ-LIST-REC
059800         THRU 1110-EXIT
059900         UNTIL ER-LIST-EOF
060000     CLOSE ERASE-LIST-FILE
060100     MOVE 'N' TO ER-LIST-OPEN-FLAG
060200
060300     IF NOT ER-ABORTED AND ER-LIST-COUNT = ZERO
060400         MOVE "NO CUSTOMERS ON THE ERASURE LIST" TO EC-ABORT-TEXT
060500         WRITE ERASE-REPORT-LINE FROM EC-ABORT-LINE
060600         MOVE 'Y' TO ER-ABORT-FLAG
060700     END-IF.
060800
060900 1100-EXIT.
061000     EXIT.
061100
061200 1110-READ-LIST-REC.
061300     READ ERASE-LIST-FILE
061400         AT END
061500             MOVE 'Y' TO ER-LIST-EOF-FLAG
061600             GO TO 1110-EXIT
061700     END-READ
061800
061900     IF NOT ER-LIST-OK
062000         DISPLAY "ERROR READING ERASE-LIST-FILE - FILE STATUS "
062100             ER-LIST-STATUS
062200         MOVE "ERASURE LIST READ ERROR" TO EC-ABORT-TEXT
062300         WRITE ERASE-REPORT-LINE FROM EC-ABORT-LINE
062400         MOVE 'Y' TO ER-ABORT-FLAG
062500         MOVE 'Y' TO ER-LIST-EOF-FLAG
062600         GO TO 1110-EXIT
062700     END-IF
062800
062900     ADD 1 TO ER-COUNT-LIST-READ
063000
063100     IF ERASE-LIST-REC = SPACES
063200         ADD 1 TO ER-COUNT-LIST-BLANK
063300         GO TO 1110-EXIT
063400     END-IF
063500
063600     IF ERL-CUST-ID IS NOT NUMERIC OR ERL-CUST-ID = ZERO
063700         MOVE "CUST-ID NOT NUMERIC" TO EC-REJ-REASON
063800         PERFORM 1120-REJECT-LIST-REC
063900             THRU 1120-EXIT
064000         GO TO 1110-EXIT
064100     END-IF
064200
064300     IF ER-SLOT(ERL-CUST-ID) > ZERO
064400         MOVE "CUST-ID ALREADY LISTED" TO EC-REJ-REASON
064500         PERFORM 1120-REJECT-LIST-REC
064600             THRU 1120-EXIT
064700         GO TO 1110-EXIT
064800     END-IF
064900
065000     IF ER-LIST-COUNT NOT < ER-LIST-MAX
065100         MOVE "MORE THAN 500 CUSTOMERS ON THE ERASURE LIST"
065200             TO EC-ABORT-TEXT
065300         WRITE ERASE-REPORT-LINE FROM EC-ABORT-LINE
065400         MOVE 'Y' TO ER-ABORT-FLAG
065500         MOVE 'Y' TO ER-LIST-EOF-FLAG
065600         GO TO 1110-EXIT
065700     END-IF
065800
065900     ADD 1 TO ER-LIST-COUNT
066000     MOVE ERL-CUST-ID   TO ER-LIST-CUST-ID(ER-LIST-COUNT)
066100     MOVE ERL-REFERENCE TO ER-LIST-REFERENCE(ER-LIST-COUNT)
066200     MOVE 'E'           TO ER-LIST-RESULT(ER-LIST-COUNT)
066300     MOVE ZERO          TO ER-LIST-CHANGED(ER-LIST-COUNT, 1)
066400                           ER-LIST-CHANGED(ER-LIST-COUNT, 2)
066500                           ER-LIST-CHANGED(ER-LIST-COUNT, 3)
066600                           ER-LIST-CHANGED(ER-LIST-COUNT, 4)
066700                           ER-LIST-CHANGED(ER-LIST-COUNT, 5)
066800                           ER-LIST-CHANGED(ER-LIST-COUNT, 6)
066900     MOVE ER-LIST-COUNT TO ER-SLOT(ERL-CUST-ID).
067000
067100 1110-EXIT.
067200     EXIT.
067300
067400 1120-REJECT-LIST-REC.
067500     ADD 1 TO ER-COUNT-LIST-REJECTED
067600     MOVE ERASE-LIST-REC(1:26) TO EC-REJ-CARD
067700     WRITE ERASE-REPORT-LINE FROM EC-REJECT-LINE.
067800
067900 1120-EXIT.
068000     EXIT.
068100
068200 1200-CHECK-MASTER.
068300*----------------------------------------------------------------
068400* CUSTMAINT'S CLOSE DELETES THE MASTER RECORD, SO A CUSTOMER
068500* FOUND ON THE MASTER IS STILL ACTIVE AND IS REFUSED.  A MASTER
068600* THAT WILL NOT OPEN ABORTS THE RUN - WITHOUT IT NOBODY CAN BE
068700* SHOWN TO BE CLOSED.
068800*----------------------------------------------------------------
068900     OPEN INPUT CUSTOMER-MASTER
069000     IF NOT ER-MAST-OK
069100         DISPLAY "ERROR OPENING CUSTOMER-MASTER - FILE STATUS "
069200             ER-MAST-STATUS
069300         MOVE "CUSTOMER-MASTER DID NOT OPEN" TO EC-ABORT-TEXT
069400         WRITE ERASE-REPORT-LINE FROM EC-ABORT-LINE
069500         MOVE 'Y' TO ER-ABORT-FLAG
069600         GO TO 1200-EXIT
069700     END-IF
069800
069900     PERFORM 1210-CHECK-ONE-CUSTOMER
070000         THRU 1210-EXIT
070100         VARYING ER-LIST-SUB FROM 1 BY 1
070200         UNTIL ER-LIST-SUB > ER-LIST-COUNT
070300            OR ER-ABORTED
070400     CLOSE CUSTOMER-MASTER.
070500
070600 1200-EXIT.
070700     EXIT.
070800
070900 1210-CHECK-ONE-CUSTOMER.
071000     MOVE ER-LIST-CUST-ID(ER-LIST-SUB) TO MAST-CUST-ID
071100     READ CUSTOMER-MASTER
071200         INVALID KEY
071300             CONTINUE
071400     END-READ
071500
071600     IF ER-MAST-OK
071700         MOVE 'M' TO ER-LIST-RESULT(ER-LIST-SUB)
071800         GO TO 1210-EXIT
071900     END-IF
072000
072100     IF NOT ER-MAST-NO-RECORD
072200         DISPLAY "ERROR READING CUSTOMER-MASTER - FILE STATUS "
072300             ER-MAST-STATUS
072400         MOVE "CUSTOMER-MASTER READ ERROR" TO EC-ABORT-TEXT
072500         WRITE ERASE-REPORT-LINE FROM EC-ABORT-LINE
072600         MOVE 'Y' TO ER-ABORT-FLAG
072700     END-IF.
072800
072900 1210-EXIT.
073000     EXIT.
073100
073200 1300-CHECK-PENDING.
073300*----------------------------------------------------------------
073400* ANY TRANSACTION PARKED FOR A LISTED CUSTOMER REFUSES THEM.  NO
073500* PENDING FILE YET MEANS NOTHING IS PARKED.
073600*----------------------------------------------------------------
073700     OPEN INPUT PENDING-FILE
073800
073900     IF ER-PEND-NOT-FOUND
074000         GO TO 1300-EXIT
074100     END-IF
074200
074300     IF NOT ER-PEND-OK
074400         DISPLAY "ERROR OPENING PENDING-FILE - FILE STATUS "
074500             ER-PEND-STATUS
074600         MOVE "PENDING-FILE DID NOT OPEN" TO EC-ABORT-TEXT
074700         WRITE ERASE-REPORT-LINE FROM EC-ABORT-LINE
074800         MOVE 'Y' TO ER-ABORT-FLAG
074900         GO TO 1300-EXIT
075000     END-IF
075100
075200     MOVE 'N' TO ER-PEND-EOF-FLAG
075300     PERFORM 1310-READ-PEND-REC
075400         THRU 1310-EXIT
075500         UNTIL ER-PEND-EOF
075600     CLOSE PENDING-FILE.
075700
075800 1300-EXIT.
075900     EXIT.
076000
076100 1310-READ-PEND-REC.
076200     READ PENDING-FILE
076300         AT END
076400             MOVE 'Y' TO ER-PEND-EOF-FLAG
076500             GO TO 1310-EXIT
076600     END-READ
076700
076800*    A READ FAILURE THAT IS NOT A CLEAN EOF MUST NOT SPIN THE
076900*    PENDING LOOP - THE RUN IS ABANDONED.
077000     IF NOT ER-PEND-OK
077100         DISPLAY "ERROR READING PENDING-FILE - FILE STATUS "
077200             ER-PEND-STATUS
077300         MOVE "PENDING-FILE READ ERROR" TO EC-ABORT-TEXT
077400         WRITE ERASE-REPORT-LINE FROM EC-ABORT-LINE
077500         MOVE 'Y' TO ER-ABORT-FLAG
077600         MOVE 'Y' TO ER-PEND-EOF-FLAG
077700         GO TO 1310-EXIT
077800     END-IF
077900
078000     ADD 1 TO ER-COUNT-PEND-READ
078100
078200     IF PEND-CUST-ID IS NOT NUMERIC OR PEND-CUST-ID = ZERO
078300         GO TO 1310-EXIT
078400     END-IF
078500
078600     IF ER-SLOT(PEND-CUST-ID) > ZERO
078700         MOVE ER-SLOT(PEND-CUST-ID) TO ER-LIST-SUB
078800         IF ER-LIST-ERASE(ER-LIST-SUB)
078900             MOVE 'P' TO ER-LIST-RESULT(ER-LIST-SUB)
079000         END-IF
079100     END-IF.
079200
079300 1310-EXIT.
079400     EXIT.
079500
079600 1400-TALLY-RESULT.
079700     EVALUATE TRUE
079800         WHEN ER-LIST-ERASE(ER-LIST-SUB)
079900             ADD 1 TO ER-COUNT-ERASE
080000         WHEN ER-LIST-ON-MASTER(ER-LIST-SUB)
080100             ADD 1 TO ER-COUNT-ON-MASTER
080200         WHEN ER-LIST-PENDING(ER-LIST-SUB)
080300             ADD 1 TO ER-COUNT-PENDING
080400     END-EVALUATE.
080500
080600 1400-EXIT.
080700     EXIT.
080800
080900 2000-SCRUB-JOURNAL.
081000*----------------------------------------------------------------
081100* PASS ONE OVER THE LIVE JOURNAL - EVERY ENTRY GOES TO THE WORK
081200* FILE, WITH THE NAME BLANKED IN ANY IMAGE OF A CUSTOMER BEING
081300* ERASED.  NO LIVE JOURNAL IS NOTED AND PASSED OVER.
081400*----------------------------------------------------------------
081500     MOVE 1 TO ER-FILE-SUB
081600
081700     OPEN INPUT JOURNAL-FILE
081800     IF ER-JRNL-NOT-FOUND
081900         MOVE 'A' TO ER-FILE-STATE(ER-FILE-SUB)
082000         GO TO 2000-EXIT
082100     END-IF
082200     IF NOT ER-JRNL-OK
082300         DISPLAY "ERROR OPENING JOURNAL-FILE - FILE STATUS "
082400             ER-JRNL-STATUS
082500         MOVE 'Y' TO ER-IO-ERROR-FLAG
082600         MOVE 'E' TO ER-FILE-STATE(ER-FILE-SUB)
082700         GO TO 2000-EXIT
082800     END-IF
082900
083000     PERFORM 7500-OPEN-WORK-OUTPUT
083100         THRU 7500-EXIT
083200     IF ER-IO-ERROR
083300         CLOSE JOURNAL-FILE
083400         MOVE 'E' TO ER-FILE-STATE(ER-FILE-SUB)
083500         GO TO 2000-EXIT
083600     END-IF
083700
083800     MOVE 'N' TO ER-SRC-EOF-FLAG
083900     PERFORM 2010-SCRUB-JRNL-REC
084000         THRU 2010-EXIT
084100         UNTIL ER-SRC-EOF
084200     CLOSE JOURNAL-FILE
084300     CLOSE ERASE-WORK-FILE
084400
084500     PERFORM 7000-FINISH-FILE
084600         THRU 7000-EXIT.
084700
084800 2000-EXIT.
084900     EXIT.
085000
085100 2010-SCRUB-JRNL-REC.
085200     READ JOURNAL-FILE
085300         AT END
085400             MOVE 'Y' TO ER-SRC-EOF-FLAG
085500             GO TO 2010-EXIT
085600     END-READ
085700
085800*    A READ FAILURE THAT IS NOT A CLEAN EOF MUST NOT SPIN THE
085900*    SCRUB LOOP - THE LIVE JOURNAL IS LEFT UNTOUCHED.
086000     IF NOT ER-JRNL-OK
086100         DISPLAY "ERROR READING JOURNAL-FILE - FILE STATUS "
086200             ER-JRNL-STATUS
086300         MOVE 'Y' TO ER-IO-ERROR-FLAG
086400         MOVE 'Y' TO ER-SRC-EOF-FLAG
086500         GO TO 2010-EXIT
086600     END-IF
086700
086800     ADD 1 TO ER-FILE-READ(ER-FILE-SUB)
086900     MOVE JOURNAL-REC TO ER-JRNL-WORK
087000     PERFORM 2500-SCRUB-IMAGES
087100         THRU 2500-EXIT
087200     MOVE ER-JRNL-WORK TO ER-WORK-IMAGE
087300     PERFORM 7600-WRITE-WORK
087400         THRU 7600-EXIT.
087500
087600 2010-EXIT.
087700     EXIT.
087800
087900 2100-SCRUB-ARCHIVE.
088000*----------------------------------------------------------------
088100* THE SAME PASS OVER THE JOURNAL ARCHIVE.
088200*----------------------------------------------------------------
088300     MOVE 2 TO ER-FILE-SUB
088400
088500     OPEN INPUT JOURNAL-ARCHIVE-FILE
088600     IF ER-ARCH-NOT-FOUND
088700         MOVE 'A' TO ER-FILE-STATE(ER-FILE-SUB)
088800         GO TO 2100-EXIT
088900     END-IF
089000     IF NOT ER-ARCH-OK
089100         DISPLAY "ERROR OPENING JOURNAL-ARCHIVE-FILE - FILE "
089200             "STATUS " ER-ARCH-STATUS
089300         MOVE 'Y' TO ER-IO-ERROR-FLAG
089400         MOVE 'E' TO ER-FILE-STATE(ER-FILE-SUB)
089500         GO TO 2100-EXIT
089600     END-IF
089700
089800     PERFORM 7500-OPEN-WORK-OUTPUT
089900         THRU 7500-EXIT
090000     IF ER-IO-ERROR
090100         CLOSE JOURNAL-ARCHIVE-FILE
090200         MOVE 'E' TO ER-FILE-STATE(ER-FILE-SUB)
090300         GO TO 2100-EXIT
090400     END-IF
090500
090600     MOVE 'N' TO ER-SRC-EOF-FLAG
090700     PERFORM 2110-SCRUB-ARCH-REC
090800         THRU 2110-EXIT
090900         UNTIL ER-SRC-EOF
091000     CLOSE JOURNAL-ARCHIVE-FILE
091100     CLOSE ERASE-WORK-FILE
091200
091300     PERFORM 7000-FINISH-FILE
091400         THRU 7000-EXIT.
091500
091600 2100-EXIT.
091700     EXIT.
091800
091900 2110-SCRUB-ARCH-REC.
092000     READ JOURNAL-ARCHIVE-FILE
092100         AT END
092200             MOVE 'Y' TO ER-SRC-EOF-FLAG
092300             GO TO 2110-EXIT
092400     END-READ
092500
092600     IF NOT ER-ARCH-OK
092700         DISPLAY "ERROR READING JOURNAL-ARCHIVE-FILE - FILE "
092800             "STATUS " ER-ARCH-STATUS
092900         MOVE 'Y' TO ER-IO-ERROR-FLAG
093000         MOVE 'Y' TO ER-SRC-EOF-FLAG
093100         GO TO 2110-EXIT
093200     END-IF
093300
093400     ADD 1 TO ER-FILE-READ(ER-FILE-SUB)
093500     MOVE JOURNAL-ARCHIVE-REC TO ER-JRNL-WORK
093600     PERFORM 2500-SCRUB-IMAGES
093700         THRU 2500-EXIT
093800     MOVE ER-JRNL-WORK TO ER-WORK-IMAGE
093900     PERFORM 7600-WRITE-WORK
094000         THRU 7600-EXIT.
094100
094200 2110-EXIT.
094300     EXIT.
094400
094500 2500-SCRUB-IMAGES.
094600*----------------------------------------------------------------
094700* BLANKS THE NAME IN EITHER IMAGE OF THE ENTRY IN ER-JRNL-WORK
094800* WHEN THAT IMAGE IS OF A CUSTOMER BEING ERASED AND STILL CARRIES
094900* A NAME.  NOTHING ELSE IN THE ENTRY IS TOUCHED.  THE ENTRY IS
095000* COUNTED ONCE AGAINST EACH CUSTOMER WHOSE NAME CAME OFF IT.
095100*----------------------------------------------------------------
095200     MOVE ZERO TO ER-BEFORE-SUB
095300     MOVE ZERO TO ER-AFTER-SUB
095400     MOVE WRK-BEFORE-IMAGE TO ER-BEFORE-IMG
095500     MOVE WRK-AFTER-IMAGE  TO ER-AFTER-IMG
095600
095700     IF BIMG-CUST-ID IS NUMERIC AND BIMG-CUST-ID > ZERO
095800        AND BIMG-NAME NOT = SPACES
095900         IF ER-SLOT(BIMG-CUST-ID) > ZERO
096000             MOVE ER-SLOT(BIMG-CUST-ID) TO ER-LIST-SUB
096100             IF ER-LIST-ERASE(ER-LIST-SUB)
096200                 MOVE SPACES TO BIMG-NAME
096300                 MOVE ER-LIST-SUB TO ER-BEFORE-SUB
096400             END-IF
096500         END-IF
096600     END-IF
096700
096800     IF AIMG-CUST-ID IS NUMERIC AND AIMG-CUST-ID > ZERO
096900        AND AIMG-NAME NOT = SPACES
097000         IF ER-SLOT(AIMG-CUST-ID) > ZERO
097100             MOVE ER-SLOT(AIMG-CUST-ID) TO ER-LIST-SUB
097200             IF ER-LIST-ERASE(ER-LIST-SUB)
097300                 MOVE SPACES TO AIMG-NAME
097400                 MOVE ER-LIST-SUB TO ER-AFTER-SUB
097500             END-IF
097600         END-IF
097700     END-IF
097800
097900     IF ER-BEFORE-SUB = ZERO AND ER-AFTER-SUB = ZERO
098000         GO TO 2500-EXIT
098100     END-IF
098200
098300     IF ER-BEFORE-SUB > ZERO
098400         MOVE ER-BEFORE-IMG TO WRK-BEFORE-IMAGE
098500         ADD 1 TO ER-LIST-CHANGED(ER-BEFORE-SUB, ER-FILE-SUB)
098600     END-IF
098700
098800     IF ER-AFTER-SUB > ZERO
098900         MOVE ER-AFTER-IMG TO WRK-AFTER-IMAGE
099000         IF ER-AFTER-SUB NOT = ER-BEFORE-SUB
099100             ADD 1 TO ER-LIST-CHANGED(ER-AFTER-SUB, ER-FILE-SUB)
099200         END-IF
099300     END-IF
099400
099500     ADD 1 TO ER-FILE-ALTERED(ER-FILE-SUB).
099600
099700 2500-EXIT.
099800     EXIT.
099900
100000 3000-DELETE-CRM-STATE.
100100*----------------------------------------------------------------
100200* THE CRM FEED STATE CARRIES THE NAME LAST SENT TO THE CRM SIDE.
100300* EACH CUSTOMER BEING ERASED IS DELETED BY KEY; ONE WITH NO STATE
100400* RECORD IS SIMPLY NOT THERE.  NO STATE FILE YET IS NOTED AND
100500* PASSED OVER.
100600*----------------------------------------------------------------
100700     MOVE 3 TO ER-FILE-SUB
100800
100900     OPEN I-O CRM-STATE-FILE
101000     IF ER-CST-NOT-FOUND
101100         MOVE 'A' TO ER-FILE-STATE(ER-FILE-SUB)
101200         GO TO 3000-EXIT
101300     END-IF
101400     IF NOT ER-CST-OK
101500         DISPLAY "ERROR OPENING CRM-STATE-FILE - FILE STATUS "
101600             ER-CST-STATUS
101700         MOVE 'Y' TO ER-IO-ERROR-FLAG
101800         MOVE 'E' TO ER-FILE-STATE(ER-FILE-SUB)
101900         GO TO 3000-EXIT
102000     END-IF
102100
102200     PERFORM 3010-DELETE-ONE-STATE
102300         THRU 3010-EXIT
102400         VARYING ER-LIST-SUB FROM 1 BY 1
102500         UNTIL ER-LIST-SUB > ER-LIST-COUNT
102600            OR ER-IO-ERROR
102700     CLOSE CRM-STATE-FILE
102800
102900     PERFORM 7000-FINISH-FILE
103000         THRU 7000-EXIT.
103100
103200 3000-EXIT.
103300     EXIT.
103400
103500 3010-DELETE-ONE-STATE.
103600     IF NOT ER-LIST-ERASE(ER-LIST-SUB)
103700         GO TO 3010-EXIT
103800     END-IF
103900
104000     ADD 1 TO ER-FILE-READ(ER-FILE-SUB)
104100     MOVE ER-LIST-CUST-ID(ER-LIST-SUB) TO CST-CUST-ID
104200     DELETE CRM-STATE-FILE RECORD
104300         INVALID KEY
104400             CONTINUE
104500     END-DELETE
104600
104700     IF ER-CST-OK
104800         ADD 1 TO ER-FILE-ALTERED(ER-FILE-SUB)
104900         ADD 1 TO ER-LIST-CHANGED(ER-LIST-SUB, ER-FILE-SUB)
105000     ELSE
105100         IF NOT ER-CST-NO-RECORD
105200             DISPLAY "ERROR DELETING CRM-STATE-FILE - FILE "
105300                 "STATUS " ER-CST-STATUS
105400             MOVE 'Y' TO ER-IO-ERROR-FLAG
105500         END-IF
105600     END-IF.
105700
105800 3010-EXIT.
105900     EXIT.
106000
106100 3100-DELETE-TIER-HISTORY.
106200*----------------------------------------------------------------
106300* THE SAME BY-KEY DELETE AGAINST TIER HISTORY.
106400*----------------------------------------------------------------
106500     MOVE 4 TO ER-FILE-SUB
106600
106700     OPEN I-O TIER-HISTORY-FILE
106800     IF ER-HIST-NOT-FOUND
106900         MOVE 'A' TO ER-FILE-STATE(ER-FILE-SUB)
107000         GO TO 3100-EXIT
107100     END-IF
107200     IF NOT ER-HIST-OK
107300         DISPLAY "ERROR OPENING TIER-HISTORY-FILE - FILE STATUS "
107400             ER-HIST-STATUS
107500         MOVE 'Y' TO ER-IO-ERROR-FLAG
107600         MOVE 'E' TO ER-FILE-STATE(ER-FILE-SUB)
107700         GO TO 3100-EXIT
107800     END-IF
107900
108000     PERFORM 3110-DELETE-ONE-HIST
108100         THRU 3110-EXIT
108200         VARYING ER-LIST-SUB FROM 1 BY 1
108300         UNTIL ER-LIST-SUB > ER-LIST-COUNT
108400            OR ER-IO-ERROR
108500     CLOSE TIER-HISTORY-FILE
108600
108700     PERFORM 7000-FINISH-FILE
108800         THRU 7000-EXIT.
108900
109000 3100-EXIT.
109100     EXIT.
109200
109300 3110-DELETE-ONE-HIST.
109400     IF NOT ER-LIST-ERASE(ER-LIST-SUB)
109500         GO TO 3110-EXIT
109600     END-IF
109700
109800     ADD 1 TO ER-FILE-READ(ER-FILE-SUB)
109900     MOVE ER-LIST-CUST-ID(ER-LIST-SUB) TO HIST-CUST-ID
110000     DELETE TIER-HISTORY-FILE RECORD
110100         INVALID KEY
110200             CONTINUE
110300     END-DELETE
110400
110500     IF ER-HIST-OK
110600         ADD 1 TO ER-FILE-ALTERED(ER-FILE-SUB)
110700         ADD 1 TO ER-LIST-CHANGED(ER-LIST-SUB, ER-FILE-SUB)
110800     ELSE
110900         IF NOT ER-HIST-NO-RECORD
111000             DISPLAY "ERROR DELETING TIER-HISTORY-FILE - FILE "
111100                 "STATUS " ER-HIST-STATUS
111200             MOVE 'Y' TO ER-IO-ERROR-FLAG
111300         END-IF
111400     END-IF.
111500
111600 3110-EXIT.
111700     EXIT.
111800
111900 4000-REMOVE-OVERRIDES.
112000*----------------------------------------------------------------
112100* PASS ONE OVER THE OVERRIDE FILE - EVERY ENTRY EXCEPT THOSE OF
112200* A CUSTOMER BEING ERASED GOES TO THE WORK FILE.  NO OVERRIDE
112300* FILE IS NOTED AND PASSED OVER.
112400*----------------------------------------------------------------
112500     MOVE 5 TO ER-FILE-SUB
112600
112700     OPEN INPUT OVERRIDE-FILE
112800     IF ER-OVRD-NOT-FOUND
112900         MOVE 'A' TO ER-FILE-STATE(ER-FILE-SUB)
113000         GO TO 4000-EXIT
113100     END-IF
113200     IF NOT ER-OVRD-OK
113300         DISPLAY "ERROR OPENING OVERRIDE-FILE - FILE STATUS "
113400             ER-OVRD-STATUS
113500         MOVE 'Y' TO ER-IO-ERROR-FLAG
113600         MOVE 'E' TO ER-FILE-STATE(ER-FILE-SUB)
113700         GO TO 4000-EXIT
113800     END-IF
113900
114000     PERFORM 7500-OPEN-WORK-OUTPUT
114100         THRU 7500-EXIT
114200     IF ER-IO-ERROR
114300         CLOSE OVERRIDE-FILE
114400         MOVE 'E' TO ER-FILE-STATE(ER-FILE-SUB)
114500         GO TO 4000-EXIT
114600     END-IF
114700
114800     MOVE 'N' TO ER-SRC-EOF-FLAG
114900     PERFORM 4010-COPY-OVRD-REC
115000         THRU 4010-EXIT
115100         UNTIL ER-SRC-EOF
115200     CLOSE OVERRIDE-FILE
115300     CLOSE ERASE-WORK-FILE
115400
115500     PERFORM 7000-FINISH-FILE
115600         THRU 7000-EXIT.
115700
115800 4000-EXIT.
115900     EXIT.
116000
116100 4010-COPY-OVRD-REC.
116200     READ OVERRIDE-FILE
116300         AT END
116400             MOVE 'Y' TO ER-SRC-EOF-FLAG
116500             GO TO 4010-EXIT
116600     END-READ
116700
116800     IF NOT ER-OVRD-OK
116900         DISPLAY "ERROR READING OVERRIDE-FILE - FILE STATUS "
117000             ER-OVRD-STATUS
117100         MOVE 'Y' TO ER-IO-ERROR-FLAG
117200         MOVE 'Y' TO ER-SRC-EOF-FLAG
117300         GO TO 4010-EXIT
117400     END-IF
117500
117600     ADD 1 TO ER-FILE-READ(ER-FILE-SUB)
117700
117800     IF OVRD-CUST-ID IS NUMERIC AND OVRD-CUST-ID > ZERO
117900         IF ER-SLOT(OVRD-CUST-ID) > ZERO
118000             MOVE ER-SLOT(OVRD-CUST-ID) TO ER-LIST-SUB
118100             IF ER-LIST-ERASE(ER-LIST-SUB)
118200                 ADD 1 TO ER-FILE-ALTERED(ER-FILE-SUB)
118300                 ADD 1
118400                     TO ER-LIST-CHANGED(ER-LIST-SUB, ER-FILE-SUB)
118500                 GO TO 4010-EXIT
118600             END-IF
118700         END-IF
118800     END-IF
118900
119000     MOVE OVERRIDE-REC TO ER-WORK-IMAGE
119100     PERFORM 7600-WRITE-WORK
119200         THRU 7600-EXIT.
119300
119400 4010-EXIT.
119500     EXIT.
119600
119700 4100-REMOVE-HOUSEHOLD-XREF.
119800*----------------------------------------------------------------
119900* THE SAME PASS OVER THE HOUSEHOLD CROSS-REFERENCE.  A HOUSEHOLD
120000* LEFT WITH ONE MEMBER SIMPLY CLASSIFIES ON THAT MEMBER'S
120100* BALANCE AT THE NEXT CUSTOMERBATCH RUN.
120200*----------------------------------------------------------------
120300     MOVE 6 TO ER-FILE-SUB
120400
120500     OPEN INPUT HOUSEHOLD-XREF-FILE
120600     IF ER-HHX-NOT-FOUND
120700         MOVE 'A' TO ER-FILE-STATE(ER-FILE-SUB)
120800         GO TO 4100-EXIT
120900     END-IF
121000     IF NOT ER-HHX-OK
121100         DISPLAY "ERROR OPENING HOUSEHOLD-XREF-FILE - FILE "
121200             "STATUS " ER-HHX-STATUS
121300         MOVE 'Y' TO ER-IO-ERROR-FLAG
121400         MOVE 'E' TO ER-FILE-STATE(ER-FILE-SUB)
121500         GO TO 4100-EXIT
121600     END-IF
121700
121800     PERFORM 7500-OPEN-WORK-OUTPUT
121900         THRU 7500-EXIT
122000     IF ER-IO-ERROR
122100         CLOSE HOUSEHOLD-XREF-FILE
122200         MOVE 'E' TO ER-FILE-STATE(ER-FILE-SUB)
122300         GO TO 4100-EXIT
122400     END-IF
122500
122600     MOVE 'N' TO ER-SRC-EOF-FLAG
122700     PERFORM 4110-COPY-HHX-REC
122800         THRU 4110-EXIT
122900         UNTIL ER-SRC-EOF
123000     CLOSE HOUSEHOLD-XREF-FILE
123100     CLOSE ERASE-WORK-FILE
123200
123300     PERFORM 7000-FINISH-FILE
123400         THRU 7000-EXIT.
123500
123600 4100-EXIT.
123700     EXIT.
123800
123900 4110-COPY-HHX-REC.
124000     READ HOUSEHOLD-XREF-FILE
124100         AT END
124200             MOVE 'Y' TO ER-SRC-EOF-FLAG
124300             GO TO 4110-EXIT
124400     END-READ
124500
124600     IF NOT ER-HHX-OK
124700         DISPLAY "ERROR READING HOUSEHOLD-XREF-FILE - FILE "
124800             "STATUS " ER-HHX-STATUS
124900         MOVE 'Y' TO ER-IO-ERROR-FLAG
125000         MOVE 'Y' TO ER-SRC-EOF-FLAG
125100         GO TO 4110-EXIT
125200     END-IF
125300
125400     ADD 1 TO ER-FILE-READ(ER-FILE-SUB)
125500
125600     IF HHX-CUST-ID IS NUMERIC AND HHX-CUST-ID > ZERO
125700         IF ER-SLOT(HHX-CUST-ID) > ZERO
125800             MOVE ER-SLOT(HHX-CUST-ID) TO ER-LIST-SUB
125900             IF ER-LIST-ERASE(ER-LIST-SUB)
126000                 ADD 1 TO ER-FILE-ALTERED(ER-FILE-SUB)
126100                 ADD 1
126200                     TO ER-LIST-CHANGED(ER-LIST-SUB, ER-FILE-SUB)
126300                 GO TO 4110-EXIT
126400             END-IF
126500         END-IF
126600     END-IF
126700
126800     MOVE HOUSEHOLD-XREF-REC TO ER-WORK-IMAGE
126900     PERFORM 7600-WRITE-WORK
127000         THRU 7600-EXIT.
127100
127200 4110-EXIT.
127300     EXIT.
127400
127500 7000-FINISH-FILE.
127600*----------------------------------------------------------------
127700* CLOSES OUT THE FILE IN ER-FILE-SUB.  PASS ONE MUST ACCOUNT FOR
127800* EVERY RECORD READ - THE JOURNALS WRITE EVERY ENTRY TO THE WORK
127900* FILE, THE OVERRIDE AND HOUSEHOLD FILES EVERY ENTRY NOT REMOVED.
128000* A FILE WITH NOTHING TO CHANGE IS NOT REWRITTEN.  OTHERWISE
128100* PASS TWO COPIES THE WORK FILE BACK OVER IT.  THE KEYED FILES
128200* ARE ALREADY CHANGED IN PLACE.
128300*----------------------------------------------------------------
128400     IF ER-IO-ERROR
128500         MOVE 'E' TO ER-FILE-STATE(ER-FILE-SUB)
128600         GO TO 7000-EXIT
128700     END-IF
128800
128900     EVALUATE ER-FILE-SUB
129000         WHEN 1
129100         WHEN 2
129200             IF ER-FILE-WRITTEN(ER-FILE-SUB)
129300                    NOT = ER-FILE-READ(ER-FILE-SUB)
129400                 MOVE 'Y' TO ER-IO-ERROR-FLAG
129500             END-IF
129600         WHEN 5
129700         WHEN 6
129800             IF ER-FILE-WRITTEN(ER-FILE-SUB)
129900                  + ER-FILE-ALTERED(ER-FILE-SUB)
130000                    NOT = ER-FILE-READ(ER-FILE-SUB)
130100                 MOVE 'Y' TO ER-IO-ERROR-FLAG
130200             END-IF
130300     END-EVALUATE
130400
130500     IF ER-IO-ERROR
130600         DISPLAY "PASS ONE COUNTS DO NOT FOOT FOR "
130700             ER-FILE-DD(ER-FILE-SUB)
130800         MOVE 'E' TO ER-FILE-STATE(ER-FILE-SUB)
130900         GO TO 7000-EXIT
131000     END-IF
131100
131200     IF ER-FILE-ALTERED(ER-FILE-SUB) = ZERO
131300         MOVE 'U' TO ER-FILE-STATE(ER-FILE-SUB)
131400         GO TO 7000-EXIT
131500     END-IF
131600
131700     IF ER-FILE-SUB = 3 OR ER-FILE-SUB = 4
131800         MOVE 'C' TO ER-FILE-STATE(ER-FILE-SUB)
131900         GO TO 7000-EXIT
132000     END-IF
132100
132200     PERFORM 7100-COPY-BACK
132300         THRU 7100-EXIT
132400
132500     IF ER-IO-ERROR
132600         MOVE 'E' TO ER-FILE-STATE(ER-FILE-SUB)
132700     ELSE
132800         MOVE 'C' TO ER-FILE-STATE(ER-FILE-SUB)
132900     END-IF.
133000
133100 7000-EXIT.
133200     EXIT.
133300
133400 7100-COPY-BACK.
133500*----------------------------------------------------------------
133600* PASS TWO - THE WORK FILE COMES BACK OVER THE FILE IN
133700* ER-FILE-SUB.  THE RESTORED COUNT MUST MATCH WHAT PASS ONE WROTE
133800* OR THE RUN GOES HARD ERROR - THE WORK FILE THEN STILL HOLDS
133900* EVERY RECORD FOR OPERATIONS TO RECOVER FROM.
134000*----------------------------------------------------------------
134100     OPEN INPUT ERASE-WORK-FILE
134200     IF NOT ER-WORK-OK
134300         DISPLAY "ERROR REOPENING ERASE-WORK-FILE - FILE STATUS "
134400             ER-WORK-STATUS
134500         MOVE 'Y' TO ER-IO-ERROR-FLAG
134600         GO TO 7100-EXIT
134700     END-IF
134800
134900     EVALUATE ER-FILE-SUB
135000         WHEN 1
135100             OPEN OUTPUT JOURNAL-FILE
135200             MOVE ER-JRNL-STATUS TO ER-TARGET-STATUS
135300         WHEN 2
135400             OPEN OUTPUT JOURNAL-ARCHIVE-FILE
135500             MOVE ER-ARCH-STATUS TO ER-TARGET-STATUS
135600         WHEN 5
135700             OPEN OUTPUT OVERRIDE-FILE
135800             MOVE ER-OVRD-STATUS TO ER-TARGET-STATUS
135900         WHEN 6
136000             OPEN OUTPUT HOUSEHOLD-XREF-FILE
136100             MOVE ER-HHX-STATUS TO ER-TARGET-STATUS
136200     END-EVALUATE
136300
136400     IF NOT ER-TARGET-OK
136500         DISPLAY "ERROR REOPENING " ER-FILE-DD(ER-FILE-SUB)
136600             " - FILE STATUS " ER-TARGET-STATUS
136700         MOVE 'Y' TO ER-IO-ERROR-FLAG
136800         CLOSE ERASE-WORK-FILE
136900         GO TO 7100-EXIT
137000     END-IF
137100
137200     MOVE 'N' TO ER-WORK-EOF-FLAG
137300     PERFORM 7110-RESTORE-ONE-REC
137400         THRU 7110-EXIT
137500         UNTIL ER-WORK-EOF
137600
137700     CLOSE ERASE-WORK-FILE
137800     EVALUATE ER-FILE-SUB
137900         WHEN 1
138000             CLOSE JOURNAL-FILE
138100         WHEN 2
138200             CLOSE JOURNAL-ARCHIVE-FILE
138300         WHEN 5
138400             CLOSE OVERRIDE-FILE
138500         WHEN 6
138600             CLOSE HOUSEHOLD-XREF-FILE
138700     END-EVALUATE
138800
138900     IF ER-FILE-RESTORED(ER-FILE-SUB)
139000            NOT = ER-FILE-WRITTEN(ER-FILE-SUB)
139100         DISPLAY "COPY-BACK COUNT " ER-FILE-RESTORED(ER-FILE-SUB)
139200             " DOES NOT MATCH WORK COUNT "
139300             ER-FILE-WRITTEN(ER-FILE-SUB)
139400             " FOR " ER-FILE-DD(ER-FILE-SUB)
139500         MOVE 'Y' TO ER-IO-ERROR-FLAG
139600     END-IF.
139700
139800 7100-EXIT.
139900     EXIT.
140000
140100 7110-RESTORE-ONE-REC.
140200     READ ERASE-WORK-FILE
140300         AT END
140400             MOVE 'Y' TO ER-WORK-EOF-FLAG
140500             GO TO 7110-EXIT
140600     END-READ
140700
140800     IF NOT ER-WORK-OK
140900         DISPLAY "ERROR READING ERASE-WORK-FILE - FILE STATUS "
141000             ER-WORK-STATUS
141100         MOVE 'Y' TO ER-IO-ERROR-FLAG
141200         MOVE 'Y' TO ER-WORK-EOF-FLAG
141300         GO TO 7110-EXIT
141400     END-IF
141500
141600     EVALUATE ER-FILE-SUB
141700         WHEN 1
141800             WRITE JOURNAL-REC FROM ERASE-WORK-REC
141900             MOVE ER-JRNL-STATUS TO ER-TARGET-STATUS
142000         WHEN 2
142100             WRITE JOURNAL-ARCHIVE-REC FROM ERASE-WORK-REC
142200             MOVE ER-ARCH-STATUS TO ER-TARGET-STATUS
142300         WHEN 5
142400             MOVE ERASE-WORK-REC(1:14) TO OVERRIDE-REC
142500             WRITE OVERRIDE-REC
142600             MOVE ER-OVRD-STATUS TO ER-TARGET-STATUS
142700         WHEN 6
142800             MOVE ERASE-WORK-REC(1:10) TO HOUSEHOLD-XREF-REC
142900             WRITE HOUSEHOLD-XREF-REC
143000             MOVE ER-HHX-STATUS TO ER-TARGET-STATUS
143100     END-EVALUATE
143200
143300     IF ER-TARGET-OK
143400         ADD 1 TO ER-FILE-RESTORED(ER-FILE-SUB)
143500     ELSE
143600         DISPLAY "ERROR WRITING " ER-FILE-DD(ER-FILE-SUB)
143700             " - FILE STATUS " ER-TARGET-STATUS
143800         MOVE 'Y' TO ER-IO-ERROR-FLAG
143900         MOVE 'Y' TO ER-WORK-EOF-FLAG
144000     END-IF.
144100
144200 7110-EXIT.
144300     EXIT.
144400
144500 7500-OPEN-WORK-OUTPUT.
144600     OPEN OUTPUT ERASE-WORK-FILE
144700     IF NOT ER-WORK-OK
144800         DISPLAY "ERROR OPENING ERASE-WORK-FILE - FILE STATUS "
144900             ER-WORK-STATUS
145000         MOVE 'Y' TO ER-IO-ERROR-FLAG
145100     END-IF.
145200
145300 7500-EXIT.
145400     EXIT.
145500
145600 7600-WRITE-WORK.
145700     WRITE ERASE-WORK-REC FROM ER-WORK-IMAGE
145800     IF ER-WORK-OK
145900         ADD 1 TO ER-FILE-WRITTEN(ER-FILE-SUB)
146000     ELSE
146100         DISPLAY "ERROR WRITING ERASE-WORK-FILE - FILE STATUS "
146200             ER-WORK-STATUS
146300         MOVE 'Y' TO ER-IO-ERROR-FLAG
146400         MOVE 'Y' TO ER-SRC-EOF-FLAG
146500     END-IF.
146600
146700 7600-EXIT.
146800     EXIT.
146900
147000 8000-PRINT-CERTIFICATE.
147100*----------------------------------------------------------------
147200* ONE BLOCK PER CUSTOMER ON THE LIST, IN LIST ORDER - THE RESULT,
147300* AND FOR A CUSTOMER ERASED EVERY FILE WITH THE RECORDS CHANGED.
147400*----------------------------------------------------------------
147500     PERFORM 8100-PRINT-CUSTOMER
147600         THRU 8100-EXIT
147700         VARYING ER-LIST-SUB FROM 1 BY 1
147800         UNTIL ER-LIST-SUB > ER-LIST-COUNT.
147900
148000 8000-EXIT.
148100     EXIT.
148200
148300 8100-PRINT-CUSTOMER.
148400     MOVE ER-LIST-CUST-ID(ER-LIST-SUB)   TO EC-CUST-ID
148500     MOVE ER-LIST-REFERENCE(ER-LIST-SUB) TO EC-REFERENCE
148600
148700     EVALUATE TRUE
148800         WHEN ER-LIST-ON-MASTER(ER-LIST-SUB)
148900             MOVE "REFUSED - STILL ACTIVE ON CUSTOMER-MASTER"
149000                 TO EC-RESULT
149100         WHEN ER-LIST-PENDING(ER-LIST-SUB)
149200             MOVE "REFUSED - TRANSACTION PENDING ON PENDFILE"
149300                 TO EC-RESULT
149400         WHEN ER-IO-ERROR
149500             MOVE "ERASURE INCOMPLETE - SEE FILE RESULTS"
149600                 TO EC-RESULT
149700         WHEN OTHER
149800             MOVE "ERASED" TO EC-RESULT
149900     END-EVALUATE
150000     WRITE ERASE-REPORT-LINE FROM EC-CUSTOMER-LINE
150100
150200     IF ER-LIST-ERASE(ER-LIST-SUB)
150300         PERFORM 8110-PRINT-FILE-LINE
150400             THRU 8110-EXIT
150500             VARYING ER-FILE-SUB FROM 1 BY 1
150600             UNTIL ER-FILE-SUB > 6
150700     END-IF
150800
150900     WRITE ERASE-REPORT-LINE FROM EC-BLANK-LINE.
151000
151100 8100-EXIT.
151200     EXIT.
151300
151400 8110-PRINT-FILE-LINE.
151500     MOVE ER-FILE-DD(ER-FILE-SUB)     TO EC-FILE-DD
151600     MOVE ER-FILE-DESC(ER-FILE-SUB)   TO EC-FILE-DESC
151700     MOVE ER-FILE-ACTION(ER-FILE-SUB) TO EC-FILE-ACTION
151800     MOVE ER-LIST-CHANGED(ER-LIST-SUB, ER-FILE-SUB)
151900         TO EC-FILE-COUNT
152000     PERFORM 8900-STATE-TEXT
152100         THRU 8900-EXIT
152200     WRITE ERASE-REPORT-LINE FROM EC-FILE-LINE.
152300
152400 8110-EXIT.
152500     EXIT.
152600
152700 8500-PRINT-CONTROLS.
152800*----------------------------------------------------------------
152900* EVERY LIST CARD IS BLANK, REJECTED OR LISTED; EVERY CUSTOMER
153000* LISTED IS ERASED OR REFUSED; AND ON EVERY FILE THE CHANGES
153100* CHARGED TO THE CUSTOMERS ADD UP TO THE FILE'S OWN COUNT.
153200*----------------------------------------------------------------
153300     WRITE ERASE-REPORT-LINE FROM EC-CONTROL-HEADER-LINE
153400     PERFORM 8510-PRINT-FILE-CONTROL
153500         THRU 8510-EXIT
153600         VARYING ER-FILE-SUB FROM 1 BY 1
153700         UNTIL ER-FILE-SUB > 6
153800     WRITE ERASE-REPORT-LINE FROM EC-BLANK-LINE
153900
154000     MOVE "LIST CARDS READ"               TO EC-LABEL
154100     MOVE ER-COUNT-LIST-READ              TO EC-COUNT
154200     WRITE ERASE-REPORT-LINE FROM EC-TOTAL-LINE
154300     MOVE "  BLANK"                       TO EC-LABEL
154400     MOVE ER-COUNT-LIST-BLANK             TO EC-COUNT
154500     WRITE ERASE-REPORT-LINE FROM EC-TOTAL-LINE
154600     MOVE "  REJECTED"                    TO EC-LABEL
154700     MOVE ER-COUNT-LIST-REJECTED          TO EC-COUNT
154800     WRITE ERASE-REPORT-LINE FROM EC-TOTAL-LINE
154900     MOVE "CUSTOMERS LISTED"              TO EC-LABEL
155000     MOVE ER-LIST-COUNT                   TO EC-COUNT
155100     WRITE ERASE-REPORT-LINE FROM EC-TOTAL-LINE
155200     MOVE "  ERASED"                      TO EC-LABEL
155300     MOVE ER-COUNT-ERASE                  TO EC-COUNT
155400     WRITE ERASE-REPORT-LINE FROM EC-TOTAL-LINE
155500     MOVE "  REFUSED - ON CUSTOMER-MASTER" TO EC-LABEL
155600     MOVE ER-COUNT-ON-MASTER              TO EC-COUNT
155700     WRITE ERASE-REPORT-LINE FROM EC-TOTAL-LINE
155800     MOVE "  REFUSED - TRANSACTION PENDING" TO EC-LABEL
155900     MOVE ER-COUNT-PENDING                TO EC-COUNT
156000     WRITE ERASE-REPORT-LINE FROM EC-TOTAL-LINE
156100     MOVE "PENDING TRANSACTIONS READ"     TO EC-LABEL
156200     MOVE ER-COUNT-PEND-READ              TO EC-COUNT
156300     WRITE ERASE-REPORT-LINE FROM EC-TOTAL-LINE
156400     WRITE ERASE-REPORT-LINE FROM EC-BLANK-LINE
156500
156600     PERFORM 8520-FOOT-FILE
156700         THRU 8520-EXIT
156800         VARYING ER-FILE-SUB FROM 1 BY 1
156900         UNTIL ER-FILE-SUB > 6
157000
157100     IF ER-COUNT-LIST-READ NOT = ER-COUNT-LIST-BLANK
157200            + ER-COUNT-LIST-REJECTED + ER-LIST-COUNT
157300        OR ER-LIST-COUNT NOT = ER-COUNT-ERASE
157400            + ER-COUNT-ON-MASTER + ER-COUNT-PENDING
157500         MOVE 'Y' TO ER-IO-ERROR-FLAG
157600     END-IF
157700
157800     IF ER-IO-ERROR
157900         MOVE "ERASURE INCOMPLETE OR NOT PROVEN - RERUN THE LIST"
158000             TO EC-NOTE-TEXT
158100     ELSE
158200         MOVE "CONTROL TOTALS FOOT - ERASURE COMPLETE"
158300             TO EC-NOTE-TEXT
158400     END-IF
158500     WRITE ERASE-REPORT-LINE FROM EC-NOTE-LINE
158600
158700     MOVE "NAME FIELD ONLY BLANKED - AMOUNTS AND DATES RETAINED"
158800         TO EC-NOTE-TEXT
158900     WRITE ERASE-REPORT-LINE FROM EC-NOTE-LINE
159000     MOVE "SUPPFILE AND CNTHFILE CARRY NO NAME - NOT CHANGED"
159100         TO EC-NOTE-TEXT
159200     WRITE ERASE-REPORT-LINE FROM EC-NOTE-LINE.
159300
159400 8500-EXIT.
159500     EXIT.
159600
159700 8510-PRINT-FILE-CONTROL.
159800     MOVE ER-FILE-DD(ER-FILE-SUB)       TO EC-CTL-DD
159900     MOVE ER-FILE-DESC(ER-FILE-SUB)     TO EC-CTL-DESC
160000     MOVE ER-FILE-READ(ER-FILE-SUB)     TO EC-CTL-READ
160100     MOVE ER-FILE-ALTERED(ER-FILE-SUB)  TO EC-CTL-ALTERED
160200     MOVE ER-FILE-WRITTEN(ER-FILE-SUB)  TO EC-CTL-WRITTEN
160300     MOVE ER-FILE-RESTORED(ER-FILE-SUB) TO EC-CTL-RESTORED
160400     PERFORM 8900-STATE-TEXT
160500         THRU 8900-EXIT
160600     MOVE EC-FILE-NOTE                  TO EC-CTL-NOTE
160700     WRITE ERASE-REPORT-LINE FROM EC-CONTROL-LINE.
160800
160900 8510-EXIT.
161000     EXIT.
161100
161200 8520-FOOT-FILE.
161300*    THE CHANGES CHARGED TO THE LISTED CUSTOMERS MUST ADD BACK TO
161400*    THE FILE'S OWN COUNT.  A JOURNAL ENTRY WHOSE TWO IMAGES ARE
161500*    OF TWO DIFFERENT LISTED CUSTOMERS IS CHARGED TO BOTH, SO FOR
161600*    THE JOURNALS THE CUSTOMER TOTAL MAY ONLY EXCEED IT.
161700     MOVE ZERO TO ER-CHANGE-TOTAL
161800     PERFORM 8530-ADD-CUSTOMER-CHANGES
161900         THRU 8530-EXIT
162000         VARYING ER-LIST-SUB FROM 1 BY 1
162100         UNTIL ER-LIST-SUB > ER-LIST-COUNT
162200
162300     IF ER-FILE-SUB > 2
162400        AND ER-CHANGE-TOTAL NOT = ER-FILE-ALTERED(ER-FILE-SUB)
162500         MOVE 'Y' TO ER-IO-ERROR-FLAG
162600     END-IF
162700     IF ER-FILE-SUB NOT > 2
162800        AND ER-CHANGE-TOTAL < ER-FILE-ALTERED(ER-FILE-SUB)
162900         MOVE 'Y' TO ER-IO-ERROR-FLAG
163000     END-IF.
163100
163200 8520-EXIT.
163300     EXIT.
163400
163500 8530-ADD-CUSTOMER-CHANGES.
163600     ADD ER-LIST-CHANGED(ER-LIST-SUB, ER-FILE-SUB)
163700         TO ER-CHANGE-TOTAL.
163800
163900 8530-EXIT.
164000     EXIT.
164100
164200 8900-STATE-TEXT.
164300     EVALUATE TRUE
164400         WHEN ER-FILE-ABSENT(ER-FILE-SUB)
164500             MOVE "FILE NOT PRESENT"   TO EC-FILE-NOTE
164600         WHEN ER-FILE-UNCHANGED(ER-FILE-SUB)
164700             MOVE "NOTHING TO CHANGE"  TO EC-FILE-NOTE
164800         WHEN ER-FILE-CHANGED(ER-FILE-SUB)
164900             MOVE "CHANGED"            TO EC-FILE-NOTE
165000         WHEN ER-FILE-IN-ERROR(ER-FILE-SUB)
165100             MOVE "FILE ERROR"         TO EC-FILE-NOTE
165200         WHEN OTHER
165300             MOVE "NOT REACHED"        TO EC-FILE-NOTE
165400     END-EVALUATE.
165500
165600 8900-EXIT.
165700     EXIT.
165800
165900 9000-TERMINATE.
166000     IF ER-LIST-OPEN
166100         CLOSE ERASE-LIST-FILE
166200     END-IF
166300
166370     IF ER-RPT-OPEN
166440         CLOSE ERASE-REPORT-FILE
166510         IF NOT ER-RPT-OK
166580             DISPLAY "ERROR CLOSING ERASE-REPORT-FILE - FILE "
166650                 "STATUS " ER-RPT-STATUS
166720             MOVE 'Y' TO ER-IO-ERROR-FLAG
166790         END-IF
166860     END-IF.
167000
167100 9000-EXIT.
167200     EXIT.
