000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLPOST.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    GENERAL LEDGER POSTING INTERFACE.  FINANCE USED TO REKEY THE
000900*    NET MONETARY MOVEMENT OFF THE CUSTMAINT REPORT INTO THE
001000*    GENERAL LEDGER BY HAND.  THIS RUN BUILDS THE GL INTERFACE
001100*    FILE FROM THE DAY'S AUDIT JOURNAL INSTEAD - EVERY 'M'
001160*    MONETARY ADJUSTMENT AND EVERY 'C' CHANGE THAT MOVED THE
001220*    BALANCE, NETTED BY REGION.  A CHANGE THAT MOVED THE CUSTOMER
001280*    TO ANOTHER REGION TRANSFERS THE WHOLE BALANCE - OUT OF THE
001340*    OLD REGION, INTO THE NEW - WHETHER OR NOT THE BALANCE MOVED.
001400*    EACH REGION WITH A NET MOVEMENT GETS ONE BALANCED DEBIT/
001500*    CREDIT PAIR AGAINST THE GL ACCOUNTS ON THE OPERATOR-
001600*    MAINTAINED REGION MAPPING FILE (GLMPREC).  A REGION WITH NO
001700*    MAPPING, OR A MAPPING THAT IS INACTIVE OR INCOMPLETE, IS
001800*    POSTED TO THE SUSPENSE ACCOUNTS INSTEAD AND LISTED ON THE
001900*    POSTING REPORT, SO THE GL ALWAYS TAKES THE WHOLE MOVEMENT.
002000*
002100*    THE INTERFACE FILE CARRIES A HEADER AND A TRAILER (ENTRY
002200*    COUNT, DEBIT AND CREDIT HASH) - THE SAME CONTROL CONVENTION
002300*    AS THE TRANFILE BATCHES.  THE POSTING DATE IS THE PARM
002400*    (YYYYMMDD, POSITIONS 1-8); WITH NO PARM THE RUN POSTS
002500*    TODAY.  A DATE NO LONGER ON THE LIVE JOURNAL IS TAKEN FROM
002600*    THE JRNLARCH ARCHIVE, THE SAME WAY CUSTBKOUT FINDS IT.
002700*
002800*    MODIFICATION HISTORY.
002900*    ------------------------------------------------------------
003000*    DATE       INIT  DESCRIPTION
003100*    ---------  ----  --------------------------------------------
003200*    10/15/2026 DT    ORIGINAL PROGRAM.
003210*    10/15/2026 DT    A CHANGE OF REGION, FROM CUSTMAINT OR A
003220*                     REGNMIGR MOVE, NOW TAKES THE BEFORE BALANCE
003230*                     OUT OF THE OLD REGION AND PUTS THE AFTER
003240*                     BALANCE INTO THE NEW ONE, SO A CLOSED
003250*                     REGION'S CONTROL ACCOUNT EMPTIES WITH ITS
003260*                     CUSTOMERS.  THE REPORT FILE AND THE GL
003270*                     INTERFACE FILE ARE ONLY WRITTEN AND CLOSED
003280*                     WHEN THEY OPENED.
003300*    ------------------------------------------------------------
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200*----------------------------------------------------------------
004300* DD-NAME-STYLE LITERALS, THE SAME CONVENTION THE REST OF THE
004400* SYSTEM USES, SO ONE COMPILED COPY CAN POST ANY REGIONAL FILE
004500* SET.
004600*----------------------------------------------------------------
004700     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
004800         FILE STATUS IS GP-JRNL-STATUS.
004900
005000     SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO "JRNLARCH"
005100         FILE STATUS IS GP-ARCH-STATUS.
005200
005300     SELECT GL-MAP-FILE ASSIGN TO "GLMPFILE"
005400         FILE STATUS IS GP-MAP-STATUS.
005500
005600     SELECT GL-INTERFACE-FILE ASSIGN TO "GLIFFILE"
005700         FILE STATUS IS GP-GLIF-STATUS.
005800
005900     SELECT POSTING-REPORT-FILE ASSIGN TO "GLRPFILE"
006000         FILE STATUS IS GP-RPT-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400
006500*================================================================
006600* JOURNAL-FILE - THE LIVE AUDIT JOURNAL WRITTEN BY CUSTMAINT,
006700* SHARED JRNLREC LAYOUT.  THE ARCHIVE CARRIES THE SAME 106-BYTE
006800* RECORD AS A RAW IMAGE; BOTH ARE MOVED TO GP-SELECT-REC SO ONE
006900* PARAGRAPH NETS EITHER FILE.
007000*================================================================
007100 FD  JOURNAL-FILE.
007200 01  JOURNAL-REC.
007300     COPY JRNLREC.
007400
007500 FD  JOURNAL-ARCHIVE-FILE.
007600 01  JOURNAL-ARCHIVE-REC         PIC X(106).
007700
007800*================================================================
007900* GL-MAP-FILE IS THE OPERATOR-MAINTAINED REGION TO GL ACCOUNT
008000* MAPPING, INCLUDING THE "***" SUSPENSE RECORD.
008100*================================================================
008200 FD  GL-MAP-FILE.
008300 01  GL-MAP-REC.
008400     COPY GLMPREC.
008500
008600*================================================================
008700* GL-INTERFACE-FILE IS THE FILE HANDED TO THE GENERAL LEDGER -
008800* HEADER, ONE DEBIT/CREDIT PAIR PER REGION, TRAILER.
008900*================================================================
009000 FD  GL-INTERFACE-FILE.
009100 01  GL-INTERFACE-REC.
009200     COPY GLIFREC.
009300
009400*================================================================
009500* POSTING-REPORT-FILE IS THE PRINTED POSTING REPORT - ONE
009600* 132-BYTE PRINT IMAGE PER LINE, THE SAME CONVENTION AS THE
009700* OTHER REPORTS IN THIS SYSTEM.
009800*================================================================
009900 FD  POSTING-REPORT-FILE.
010000 01  POSTING-REPORT-LINE         PIC X(132).
010100
010200 WORKING-STORAGE SECTION.
010300
010400 01  GP-SWITCHES.
010500     05  GP-JRNL-STATUS          PIC X(02) VALUE SPACES.
010600         88  GP-JRNL-OK                  VALUE '00'.
010700         88  GP-JRNL-NOT-FOUND           VALUE '35'.
010800     05  GP-ARCH-STATUS          PIC X(02) VALUE SPACES.
010900         88  GP-ARCH-OK                  VALUE '00'.
011000         88  GP-ARCH-NOT-FOUND           VALUE '35'.
011100     05  GP-MAP-STATUS           PIC X(02) VALUE SPACES.
011200         88  GP-MAP-OK                   VALUE '00'.
011300         88  GP-MAP-NOT-FOUND            VALUE '35'.
011400     05  GP-GLIF-STATUS          PIC X(02) VALUE SPACES.
011500         88  GP-GLIF-OK                  VALUE '00'.
011600     05  GP-RPT-STATUS           PIC X(02) VALUE SPACES.
011700         88  GP-RPT-OK                   VALUE '00'.
011800     05  GP-JRNL-EOF-FLAG        PIC X(01) VALUE 'N'.
011900         88  GP-JRNL-EOF                 VALUE 'Y'.
012000     05  GP-ARCH-EOF-FLAG        PIC X(01) VALUE 'N'.
012100         88  GP-ARCH-EOF                 VALUE 'Y'.
012200     05  GP-MAP-EOF-FLAG         PIC X(01) VALUE 'N'.
012300         88  GP-MAP-EOF                  VALUE 'Y'.
012400     05  GP-ABORT-FLAG           PIC X(01) VALUE 'N'.
012500         88  GP-ABORTED                  VALUE 'Y'.
012600     05  GP-IO-ERROR-FLAG        PIC X(01) VALUE 'N'.
012700         88  GP-IO-ERROR                 VALUE 'Y'.
012800     05  GP-SUSP-FOUND-FLAG      PIC X(01) VALUE 'N'.
012900         88  GP-SUSP-FOUND               VALUE 'Y'.
013000     05  GP-SUSP-NEEDED-FLAG     PIC X(01) VALUE 'N'.
013100         88  GP-SUSP-NEEDED              VALUE 'Y'.
013200     05  GP-MAP-FOUND-FLAG       PIC X(01) VALUE 'N'.
013300         88  GP-MAP-FOUND                VALUE 'Y'.
013400     05  GP-PROOF-FLAG           PIC X(01) VALUE 'N'.
013500         88  GP-PROOF-OK                 VALUE 'Y'.
013520     05  GP-RPT-OPEN-FLAG        PIC X(01) VALUE 'N'.
013540         88  GP-RPT-OPEN                 VALUE 'Y'.
013560     05  GP-GLIF-OPEN-FLAG       PIC X(01) VALUE 'N'.
013580         88  GP-GLIF-OPEN                VALUE 'Y'.
013600
013700 01  GP-PARM-CARD                PIC X(20) VALUE SPACES.
013800 01  GP-POST-DATE                PIC 9(08) VALUE 0.
013900 01  GP-RUN-DATE                 PIC 9(08) VALUE 0.
014000 01  GP-ORIGIN-SYSTEM            PIC X(08) VALUE "CUSTMAST".
014100 01  GP-MOVEMENT                 PIC S9(09)V99 VALUE 0.
014200 01  GP-POST-AMOUNT              PIC 9(11)V99 VALUE 0.
014300 01  GP-LOOKUP-REGION-CODE       PIC X(03) VALUE SPACES.
014400
014500 01  GP-COUNTERS.
014600     05  GP-COUNT-LIVE-READ      PIC 9(07) VALUE 0.
014700     05  GP-COUNT-ARCH-READ      PIC 9(07) VALUE 0.
014800     05  GP-COUNT-DATE-RECS      PIC 9(07) VALUE 0.
014900     05  GP-COUNT-ADJ-SELECTED   PIC 9(07) VALUE 0.
015000     05  GP-COUNT-CHG-SELECTED   PIC 9(07) VALUE 0.
015100     05  GP-COUNT-CHG-NO-MOVE    PIC 9(07) VALUE 0.
015150     05  GP-COUNT-REGION-MOVES   PIC 9(07) VALUE 0.
015200     05  GP-COUNT-OTHER-CODES    PIC 9(07) VALUE 0.
015300     05  GP-COUNT-MAP-RECS       PIC 9(05) VALUE 0.
015400     05  GP-COUNT-REGIONS-POSTED PIC 9(05) VALUE 0.
015500     05  GP-COUNT-REGIONS-SUSP   PIC 9(05) VALUE 0.
015600     05  GP-COUNT-REGIONS-ZERO   PIC 9(05) VALUE 0.
015700     05  GP-COUNT-ENTRIES        PIC 9(07) VALUE 0.
015800     05  GP-DEBIT-TOTAL          PIC 9(11)V99 VALUE 0.
015900     05  GP-CREDIT-TOTAL         PIC 9(11)V99 VALUE 0.
016000     05  GP-JOURNAL-NET          PIC S9(11)V99 VALUE 0.
016100     05  GP-POSTED-NET           PIC S9(11)V99 VALUE 0.
016200
016300*================================================================
016400* GP-SELECT-REC HOLDS THE JOURNAL RECORD BEING NETTED, TAKEN
016500* FROM EITHER THE LIVE FILE OR THE ARCHIVE.  PREFIXED SEL- SO
016600* THE LIVE COPY IN THE FILE SECTION STAYS UNAMBIGUOUS.
016700*================================================================
016800 01  GP-SELECT-REC.
016900     COPY JRNLREC REPLACING JRNL-RUN-DATE     BY SEL-RUN-DATE
017000                            JRNL-TRAN-SEQ     BY SEL-TRAN-SEQ
017100                            JRNL-TRAN-CODE    BY SEL-TRAN-CODE
017200                            JRNL-BEFORE-IMAGE BY SEL-BEFORE-IMAGE
017300                            JRNL-AFTER-IMAGE  BY SEL-AFTER-IMAGE.
017400
017500*================================================================
017600* GP-BEFORE-REC AND GP-AFTER-REC UNPACK THE TWO JOURNAL IMAGES
017700* SO THE BALANCES AND REGION CAN BE PICKED OUT OF THEM.
017800*================================================================
017900 01  GP-BEFORE-REC.
018000     COPY CUSTREC REPLACING CUST-ID           BY BEF-CUST-ID
018100                            NAME              BY BEF-NAME
018200                            BALANCE           BY BEF-BALANCE
018300                            REGION-CODE       BY BEF-REGION-CODE
018400                            ACCOUNT-OPEN-DATE
018500                                BY BEF-ACCOUNT-OPEN-DATE.
018600
018700 01  GP-AFTER-REC.
018800     COPY CUSTREC REPLACING CUST-ID           BY AFT-CUST-ID
018900                            NAME              BY AFT-NAME
019000                            BALANCE           BY AFT-BALANCE
019100                            REGION-CODE       BY AFT-REGION-CODE
019200                            ACCOUNT-OPEN-DATE
019300                                BY AFT-ACCOUNT-OPEN-DATE.
019400
019500*================================================================
019600* GP-SUSPENSE-ACCTS HOLDS THE "***" MAPPING RECORD - THE
019700* ACCOUNTS ANY UNMAPPED OR REJECTED REGION IS POSTED TO.
019800*================================================================
019900 01  GP-SUSPENSE-ACCTS.
020000     05  GP-SUSP-CONTROL-ACCT    PIC X(10) VALUE SPACES.
020100     05  GP-SUSP-OFFSET-ACCT     PIC X(10) VALUE SPACES.
020200
020300*================================================================
020400* GP-MAP-TABLE HOLDS THE REGION MAPPINGS LOADED AT
020500* INITIALIZATION, SIZED TO THE SAME 50 REGIONS AS THE OTHER
020600* REGION TABLES IN THIS SYSTEM.  LIKE THEM THE OCCURS ...
020700* DEPENDING ENTRY MUST BE LAST IN ITS 01-LEVEL.  A REGION MAPPED
020800* TWICE TAKES THE FIRST RECORD ON FILE.
020900*================================================================
021000 01  GP-MAP-COUNT                PIC 9(03) VALUE 0.
021100 01  GP-MAP-TABLE.
021200     05  GP-MAP-ENTRY OCCURS 1 TO 50 TIMES
021300             DEPENDING ON GP-MAP-COUNT
021400             INDEXED BY GP-MAP-IDX.
021500         10  GP-MAP-REGION       PIC X(03).
021600         10  GP-MAP-CONTROL-ACCT PIC X(10).
021700         10  GP-MAP-OFFSET-ACCT  PIC X(10).
021800         10  GP-MAP-STATUS-CODE  PIC X(01).
021900
022000*================================================================
022100* GP-REGION-TABLE NETS THE DAY'S MOVEMENT BY REGION IN ORDER OF
022200* FIRST APPEARANCE ON THE JOURNAL, AND CARRIES THE ACCOUNTS EACH
022300* REGION RESOLVED TO.  GP-RGN-SUSP-FLAG IS 'Y' WHEN THE REGION
022400* GOES TO SUSPENSE, WITH THE REASON IN GP-RGN-REASON.
022500*================================================================
022600 01  GP-REGION-COUNT             PIC 9(03) VALUE 0.
022700 01  GP-REGION-TABLE.
022800     05  GP-REGION-ENTRY OCCURS 1 TO 50 TIMES
022900             DEPENDING ON GP-REGION-COUNT
023000             INDEXED BY GP-REGION-IDX.
023100         10  GP-RGN-CODE         PIC X(03).
023200         10  GP-RGN-ADJ-COUNT    PIC 9(05).
023300         10  GP-RGN-CHG-COUNT    PIC 9(05).
023400         10  GP-RGN-NET          PIC S9(11)V99.
023500         10  GP-RGN-CONTROL-ACCT PIC X(10).
023600         10  GP-RGN-OFFSET-ACCT  PIC X(10).
023700         10  GP-RGN-SUSP-FLAG    PIC X(01).
023800         10  GP-RGN-REASON       PIC X(30).
023900
024000*================================================================
024100* PRINT-LINE LAYOUTS FOR POSTING-REPORT-FILE.
024200*================================================================
024300 01  GR-TITLE-LINE.
024400     05  FILLER              PIC X(40) VALUE SPACES.
024500     05  FILLER              PIC X(30)
024600         VALUE "GENERAL LEDGER POSTING REPORT".
024700     05  FILLER              PIC X(62) VALUE SPACES.
024800
024900 01  GR-DATE-LINE.
025000     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
025100     05  GR-RUN-DATE         PIC 9(08).
025200     05  FILLER              PIC X(05) VALUE SPACES.
025300     05  FILLER              PIC X(14) VALUE "POSTING DATE: ".
025400     05  GR-POST-DATE        PIC 9(08).
025500     05  FILLER              PIC X(87) VALUE SPACES.
025600
025700 01  GR-BLANK-LINE.
025800     05  FILLER              PIC X(132) VALUE SPACES.
025900
026000 01  GR-HEADER-LINE.
026100     05  FILLER              PIC X(06) VALUE "REGION".
026200     05  FILLER              PIC X(08) VALUE "    ADJ".
026300     05  FILLER              PIC X(08) VALUE "    CHG".
026400     05  FILLER              PIC X(18)
026500         VALUE "      NET MOVEMENT".
026600     05  FILLER              PIC X(03) VALUE SPACES.
026700     05  FILLER              PIC X(13) VALUE "DEBIT ACCT".
026800     05  FILLER              PIC X(13) VALUE "CREDIT ACCT".
026900     05  FILLER              PIC X(14) VALUE "        AMOUNT".
027000     05  FILLER              PIC X(03) VALUE SPACES.
027100     05  FILLER              PIC X(06) VALUE "STATUS".
027200     05  FILLER              PIC X(40) VALUE SPACES.
027300
027400 01  GR-DETAIL-LINE.
027500     05  GR-REGION           PIC X(03).
027600     05  FILLER              PIC X(06) VALUE SPACES.
027700     05  GR-ADJ-COUNT        PIC ZZZZ9.
027800     05  FILLER              PIC X(03) VALUE SPACES.
027900     05  GR-CHG-COUNT        PIC ZZZZ9.
028000     05  FILLER              PIC X(03) VALUE SPACES.
028100     05  GR-NET              PIC -ZZZ,ZZZ,ZZ9.99.
028200     05  FILLER              PIC X(03) VALUE SPACES.
028300     05  GR-DEBIT-ACCT       PIC X(10).
028400     05  FILLER              PIC X(03) VALUE SPACES.
028500     05  GR-CREDIT-ACCT      PIC X(10).
028600     05  FILLER              PIC X(03) VALUE SPACES.
028700     05  GR-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
028800     05  FILLER              PIC X(03) VALUE SPACES.
028900     05  GR-STATUS           PIC X(30).
029000     05  FILLER              PIC X(26) VALUE SPACES.
029100
029200 01  GR-TOTAL-LINE.
029300     05  GR-LABEL            PIC X(30).
029400     05  FILLER              PIC X(05) VALUE SPACES.
029500     05  GR-COUNT            PIC ZZZZZZ9.
029600     05  FILLER              PIC X(90) VALUE SPACES.
029700
029800 01  GR-AMOUNT-LINE.
029900     05  GR-AMT-LABEL        PIC X(30).
030000     05  FILLER              PIC X(05) VALUE SPACES.
030100     05  GR-AMT              PIC -ZZZ,ZZZ,ZZ9.99.
030200     05  FILLER              PIC X(82) VALUE SPACES.
030300
030400 01  GR-NOTE-LINE.
030500     05  FILLER              PIC X(04) VALUE "*** ".
030600     05  GR-NOTE-TEXT        PIC X(60).
030700     05  FILLER              PIC X(68) VALUE SPACES.
030800
030900 01  GR-PROOF-LINE.
031000     05  FILLER              PIC X(16) VALUE "PROOF:".
031100     05  GR-PROOF-TEXT       PIC X(60).
031200     05  FILLER              PIC X(56) VALUE SPACES.
031300
031400 01  GR-ABORT-LINE.
031500     05  FILLER              PIC X(22)
031600         VALUE "*** POSTING ABORTED - ".
031700     05  GR-ABORT-TEXT       PIC X(60).
031800     05  FILLER              PIC X(50) VALUE SPACES.
031900
032000 PROCEDURE DIVISION.
032100
032200 0000-MAINLINE.
032300
032400     PERFORM 1000-INITIALIZE
032500         THRU 1000-EXIT
032600
032700     IF NOT GP-ABORTED
032800         PERFORM 1100-LOAD-GL-MAP
032900             THRU 1100-EXIT
033000     END-IF
033100
033200     IF NOT GP-ABORTED
033300         PERFORM 2000-SELECT-JOURNAL
033400             THRU 2000-EXIT
033500     END-IF
033600
033700     IF NOT GP-ABORTED
033800         PERFORM 3000-RESOLVE-ACCOUNTS
033900             THRU 3000-EXIT
034000     END-IF
034100
034200*----------------------------------------------------------------
034300* NOTHING GOES TO THE GL UNTIL EVERY REGION HAS RESOLVED TO A
034400* PAIR OF ACCOUNTS - A RUN THAT ABORTS LEAVES THE INTERFACE FILE
034500* WITHOUT A HEADER OR TRAILER, WHICH THE LOAD REFUSES AS A
034600* TRUNCATED FILE.
034700*----------------------------------------------------------------
034800     IF NOT GP-ABORTED
034900         PERFORM 4000-WRITE-INTERFACE
035000             THRU 4000-EXIT
035100     END-IF
035200
035300     PERFORM 8000-PRINT-SUMMARY
035400         THRU 8000-EXIT
035500
035600     DISPLAY "POSTING DATE: " GP-POST-DATE
035700     DISPLAY "ADJUSTMENTS SELECTED: " GP-COUNT-ADJ-SELECTED
035800     DISPLAY "CHANGES SELECTED: " GP-COUNT-CHG-SELECTED
035900     DISPLAY "GL ENTRIES WRITTEN: " GP-COUNT-ENTRIES
036000     DISPLAY "REGIONS TO SUSPENSE: " GP-COUNT-REGIONS-SUSP
036100
036200     PERFORM 9000-TERMINATE
036300         THRU 9000-EXIT
036400
036500*----------------------------------------------------------------
036600* SEVERITY FOR THE SCHEDULER - RC=8 WHEN THE RUN ABORTED, A FILE
036700* HIT A BAD STATUS OR THE PROOF FAILED; RC=4 WHEN ANY REGION WAS
036800* POSTED TO SUSPENSE; RC=0 WHEN EVERY REGION POSTED TO ITS OWN
036900* ACCOUNTS.
037000*----------------------------------------------------------------
037100     IF GP-ABORTED OR GP-IO-ERROR OR NOT GP-PROOF-OK
037200         MOVE 8 TO RETURN-CODE
037300     ELSE
037400         IF GP-COUNT-REGIONS-SUSP > ZERO
037500             MOVE 4 TO RETURN-CODE
037600         END-IF
037700     END-IF
037800
037900     STOP RUN.
038000
038100 1000-INITIALIZE.
038200*----------------------------------------------------------------
038300* POSITIONS 1-8 OF THE PARM MAY CARRY A POSTING DATE (YYYYMMDD)
038400* TO POST A PAST DAY; WITH NO PARM THE RUN POSTS TODAY.  A PARM
038500* THAT IS PRESENT BUT NOT A DATE ABORTS - POSTING THE WRONG DAY
038600* IS WORSE THAN POSTING NONE.
038700*----------------------------------------------------------------
038800     ACCEPT GP-RUN-DATE FROM DATE YYYYMMDD
038900     MOVE GP-RUN-DATE TO GP-POST-DATE
039000
039100     ACCEPT GP-PARM-CARD FROM COMMAND-LINE
039200     IF GP-PARM-CARD(1:8) IS NUMERIC
039300         MOVE GP-PARM-CARD(1:8) TO GP-POST-DATE
039400     ELSE
039500         IF GP-PARM-CARD(1:8) NOT = SPACES
039600             DISPLAY "POSTING DATE PARM NOT NUMERIC"
039700             MOVE 'Y' TO GP-ABORT-FLAG
039800         END-IF
039900     END-IF
040000
040080     OPEN OUTPUT POSTING-REPORT-FILE
040160     IF NOT GP-RPT-OK
040240         DISPLAY "ERROR OPENING POSTING-REPORT-FILE - FILE "
040320             "STATUS " GP-RPT-STATUS
040400         MOVE 'Y' TO GP-IO-ERROR-FLAG
040480         MOVE 'Y' TO GP-ABORT-FLAG
040560         GO TO 1000-EXIT
040640     END-IF
040720     MOVE 'Y' TO GP-RPT-OPEN-FLAG
040800
040880     WRITE POSTING-REPORT-LINE FROM GR-TITLE-LINE
040960     MOVE GP-RUN-DATE TO GR-RUN-DATE
041040     MOVE GP-POST-DATE TO GR-POST-DATE
041120     WRITE POSTING-REPORT-LINE FROM GR-DATE-LINE
041200     WRITE POSTING-REPORT-LINE FROM GR-BLANK-LINE
041300
041400     IF GP-ABORTED
041500         MOVE "POSTING DATE PARM NOT NUMERIC" TO GR-ABORT-TEXT
041600         WRITE POSTING-REPORT-LINE FROM GR-ABORT-LINE
041700         GO TO 1000-EXIT
041800     END-IF
041900
042000     OPEN OUTPUT GL-INTERFACE-FILE
042100     IF NOT GP-GLIF-OK
042200         DISPLAY "ERROR OPENING GL-INTERFACE-FILE - FILE STATUS "
042300             GP-GLIF-STATUS
042400         MOVE "GL-INTERFACE-FILE DID NOT OPEN" TO GR-ABORT-TEXT
042500         WRITE POSTING-REPORT-LINE FROM GR-ABORT-LINE
042560         MOVE 'Y' TO GP-ABORT-FLAG
042620         GO TO 1000-EXIT
042680     END-IF
042740     MOVE 'Y' TO GP-GLIF-OPEN-FLAG.
042800
042900 1000-EXIT.
043000     EXIT.
043100
043200 1100-LOAD-GL-MAP.
043300*----------------------------------------------------------------
043400* WITHOUT THE MAPPING FILE THERE IS NOT EVEN A SUSPENSE ACCOUNT
043500* TO POST TO, SO A MISSING FILE ABORTS THE RUN.
043600*----------------------------------------------------------------
043700     OPEN INPUT GL-MAP-FILE
043800     IF NOT GP-MAP-OK
043900         DISPLAY "ERROR OPENING GL-MAP-FILE - FILE STATUS "
044000             GP-MAP-STATUS
044100         MOVE "GL-MAP-FILE DID NOT OPEN" TO GR-ABORT-TEXT
044200         WRITE POSTING-REPORT-LINE FROM GR-ABORT-LINE
044300         MOVE 'Y' TO GP-ABORT-FLAG
044400         GO TO 1100-EXIT
044500     END-IF
044600
044700     MOVE 'N' TO GP-MAP-EOF-FLAG
044800     PERFORM 1110-READ-GL-MAP-REC
044900         THRU 1110-EXIT
045000         UNTIL GP-MAP-EOF
045100     CLOSE GL-MAP-FILE.
045200
045300 1100-EXIT.
045400     EXIT.
045500
045600 1110-READ-GL-MAP-REC.
045700     READ GL-MAP-FILE
045800         AT END
045900             MOVE 'Y' TO GP-MAP-EOF-FLAG
046000         NOT AT END
046100             ADD 1 TO GP-COUNT-MAP-RECS
046200             PERFORM 1120-NOTE-GL-MAP-REC
046300                 THRU 1120-EXIT
046400     END-READ
046500
046600*    A READ FAILURE THAT IS NOT A CLEAN EOF MUST NOT SPIN THE
046700*    LOAD LOOP - A PARTLY LOADED MAPPING WOULD SEND MAPPED
046800*    REGIONS TO SUSPENSE, SO THE RUN IS ABORTED.
046900     IF NOT GP-MAP-OK AND NOT GP-MAP-EOF
047000         DISPLAY "ERROR READING GL-MAP-FILE - FILE STATUS "
047100             GP-MAP-STATUS
047200         MOVE "GL-MAP-FILE READ ERROR" TO GR-ABORT-TEXT
047300         WRITE POSTING-REPORT-LINE FROM GR-ABORT-LINE
047400         MOVE 'Y' TO GP-ABORT-FLAG
047500         MOVE 'Y' TO GP-MAP-EOF-FLAG
047600     END-IF.
047700
047800 1110-EXIT.
047900     EXIT.
048000
048100 1120-NOTE-GL-MAP-REC.
048200     IF GLMP-SUSPENSE-REC
048300         IF NOT GP-SUSP-FOUND
048400             MOVE 'Y' TO GP-SUSP-FOUND-FLAG
048500             MOVE GLMP-CONTROL-ACCT TO GP-SUSP-CONTROL-ACCT
048600             MOVE GLMP-OFFSET-ACCT  TO GP-SUSP-OFFSET-ACCT
048700         END-IF
048800         GO TO 1120-EXIT
048900     END-IF
049000
049100     MOVE GLMP-REGION-CODE TO GP-LOOKUP-REGION-CODE
049200     PERFORM 3110-FIND-MAPPING
049300         THRU 3110-EXIT
049400     IF GP-MAP-FOUND
049500         GO TO 1120-EXIT
049600     END-IF
049700
049800     IF GP-MAP-COUNT NOT < 50
049900         DISPLAY "GL-MAP-FILE HAS MORE THAN 50 REGIONS - "
050000             GLMP-REGION-CODE " NOT LOADED"
050100         GO TO 1120-EXIT
050200     END-IF
050300
050400     ADD 1 TO GP-MAP-COUNT
050500     SET GP-MAP-IDX TO GP-MAP-COUNT
050600     MOVE GLMP-REGION-CODE  TO GP-MAP-REGION(GP-MAP-IDX)
050700     MOVE GLMP-CONTROL-ACCT TO GP-MAP-CONTROL-ACCT(GP-MAP-IDX)
050800     MOVE GLMP-OFFSET-ACCT  TO GP-MAP-OFFSET-ACCT(GP-MAP-IDX)
050900     MOVE GLMP-STATUS       TO GP-MAP-STATUS-CODE(GP-MAP-IDX).
051000
051100 1120-EXIT.
051200     EXIT.
051300
051400 2000-SELECT-JOURNAL.
051500*----------------------------------------------------------------
051600* NETS EVERY JOURNAL RECORD FOR THE POSTING DATE.  A DATE ABSENT
051700* FROM THE LIVE JOURNAL MAY HAVE BEEN TRIMMED OFF BY THE
051800* JRNLARCH HOUSEKEEPING RUN - THE ARCHIVE IS SEARCHED BEFORE
051900* CONCLUDING THERE IS NOTHING TO POST.
052000*----------------------------------------------------------------
052100     OPEN INPUT JOURNAL-FILE
052200     IF GP-JRNL-OK
052300         MOVE 'N' TO GP-JRNL-EOF-FLAG
052400         PERFORM 2100-READ-JOURNAL-REC
052500             THRU 2100-EXIT
052600             UNTIL GP-JRNL-EOF OR GP-ABORTED
052700         CLOSE JOURNAL-FILE
052800     ELSE
052900         IF NOT GP-JRNL-NOT-FOUND
053000             DISPLAY "ERROR OPENING JOURNAL-FILE - FILE STATUS "
053100                 GP-JRNL-STATUS
053200             MOVE "JOURNAL-FILE DID NOT OPEN" TO GR-ABORT-TEXT
053300             WRITE POSTING-REPORT-LINE FROM GR-ABORT-LINE
053400             MOVE 'Y' TO GP-ABORT-FLAG
053500             GO TO 2000-EXIT
053600         END-IF
053700     END-IF
053800
053900     IF NOT GP-ABORTED AND GP-COUNT-DATE-RECS = ZERO
054000         PERFORM 2200-SELECT-FROM-ARCHIVE
054100             THRU 2200-EXIT
054200     END-IF.
054300
054400 2000-EXIT.
054500     EXIT.
054600
054700 2100-READ-JOURNAL-REC.
054800     READ JOURNAL-FILE
054900         AT END
055000             MOVE 'Y' TO GP-JRNL-EOF-FLAG
055100         NOT AT END
055200             ADD 1 TO GP-COUNT-LIVE-READ
055300             IF JRNL-RUN-DATE = GP-POST-DATE
055400                 MOVE JOURNAL-REC TO GP-SELECT-REC
055500                 PERFORM 2300-NET-ONE-REC
055600                     THRU 2300-EXIT
055700             END-IF
055800     END-READ
055900
056000     IF NOT GP-JRNL-OK AND NOT GP-JRNL-EOF
056100         DISPLAY "ERROR READING JOURNAL-FILE - FILE STATUS "
056200             GP-JRNL-STATUS
056300         MOVE "JOURNAL-FILE READ ERROR" TO GR-ABORT-TEXT
056400         WRITE POSTING-REPORT-LINE FROM GR-ABORT-LINE
056500         MOVE 'Y' TO GP-ABORT-FLAG
056600     END-IF.
056700
056800 2100-EXIT.
056900     EXIT.
057000
057100 2200-SELECT-FROM-ARCHIVE.
057200*----------------------------------------------------------------
057300* SAME SELECTION AS THE LIVE SCAN, AGAINST THE ARCHIVE FILE.
057400* NO ARCHIVE ON THE SYSTEM IS NOT AN ERROR - THE DATE SIMPLY
057500* HAD NOTHING JOURNALED.
057600*----------------------------------------------------------------
057700     OPEN INPUT JOURNAL-ARCHIVE-FILE
057800
057900     IF GP-ARCH-NOT-FOUND
058000         GO TO 2200-EXIT
058100     END-IF
058200
058300     IF NOT GP-ARCH-OK
058400         DISPLAY "ERROR OPENING JOURNAL-ARCHIVE-FILE - FILE "
058500             "STATUS " GP-ARCH-STATUS
058600         MOVE "JOURNAL ARCHIVE DID NOT OPEN" TO GR-ABORT-TEXT
058700         WRITE POSTING-REPORT-LINE FROM GR-ABORT-LINE
058800         MOVE 'Y' TO GP-ABORT-FLAG
058900         GO TO 2200-EXIT
059000     END-IF
059100
059200     MOVE 'N' TO GP-ARCH-EOF-FLAG
059300     PERFORM 2210-READ-ARCHIVE-REC
059400         THRU 2210-EXIT
059500         UNTIL GP-ARCH-EOF OR GP-ABORTED
059600     CLOSE JOURNAL-ARCHIVE-FILE.
059700
059800 2200-EXIT.
059900     EXIT.
060000
060100 2210-READ-ARCHIVE-REC.
060200     READ JOURNAL-ARCHIVE-FILE
060300         AT END
060400             MOVE 'Y' TO GP-ARCH-EOF-FLAG
060500         NOT AT END
060600             ADD 1 TO GP-COUNT-ARCH-READ
060700             MOVE JOURNAL-ARCHIVE-REC TO GP-SELECT-REC
060800             IF SEL-RUN-DATE = GP-POST-DATE
060900                 PERFORM 2300-NET-ONE-REC
061000                     THRU 2300-EXIT
061100             END-IF
061200     END-READ
061300
061400     IF NOT GP-ARCH-OK AND NOT GP-ARCH-EOF
061500         DISPLAY "ERROR READING JOURNAL-ARCHIVE-FILE - FILE "
061600             "STATUS " GP-ARCH-STATUS
061700         MOVE "JOURNAL ARCHIVE READ ERROR" TO GR-ABORT-TEXT
061800         WRITE POSTING-REPORT-LINE FROM GR-ABORT-LINE
061900         MOVE 'Y' TO GP-ABORT-FLAG
062000     END-IF.
062100
062200 2210-EXIT.
062300     EXIT.
062400
062480 2300-NET-ONE-REC.
062560*----------------------------------------------------------------
062640* ONLY 'M' ADJUSTMENTS AND 'C' CHANGES THAT MOVED THE BALANCE
062720* ARE POSTED.  THE MOVEMENT IS AFTER LESS BEFORE AND BELONGS TO
062800* THE CUSTOMER'S REGION.  A CHANGE THAT ALSO MOVED THE CUSTOMER'S
062880* REGION - A CUSTMAINT CHANGE OR A REGNMIGR MOVE - TRANSFERS THE
062960* WHOLE BALANCE BETWEEN THE TWO REGIONS INSTEAD (2310).
063040*----------------------------------------------------------------
063200     ADD 1 TO GP-COUNT-DATE-RECS
063300
063400     IF SEL-TRAN-CODE NOT = 'M' AND SEL-TRAN-CODE NOT = 'C'
063500         ADD 1 TO GP-COUNT-OTHER-CODES
063600         GO TO 2300-EXIT
063700     END-IF
063800
063900     MOVE SEL-BEFORE-IMAGE TO GP-BEFORE-REC
064000     MOVE SEL-AFTER-IMAGE  TO GP-AFTER-REC
064100     COMPUTE GP-MOVEMENT = AFT-BALANCE - BEF-BALANCE
064110
064120     IF SEL-TRAN-CODE = 'C'
064130        AND BEF-REGION-CODE NOT = AFT-REGION-CODE
064140         PERFORM 2310-NET-REGION-MOVE
064150             THRU 2310-EXIT
064160         GO TO 2300-EXIT
064170     END-IF
064200
064300     IF SEL-TRAN-CODE = 'C' AND GP-MOVEMENT = ZERO
064400         ADD 1 TO GP-COUNT-CHG-NO-MOVE
064500         GO TO 2300-EXIT
064600     END-IF
064700
064800     MOVE AFT-REGION-CODE TO GP-LOOKUP-REGION-CODE
064900     PERFORM 2400-FIND-REGION-ENTRY
065000         THRU 2400-EXIT
065100     IF GP-ABORTED
065200         GO TO 2300-EXIT
065300     END-IF
065400
065500     IF SEL-TRAN-CODE = 'M'
065600         ADD 1 TO GP-COUNT-ADJ-SELECTED
065700         ADD 1 TO GP-RGN-ADJ-COUNT(GP-REGION-IDX)
065800     ELSE
065900         ADD 1 TO GP-COUNT-CHG-SELECTED
066000         ADD 1 TO GP-RGN-CHG-COUNT(GP-REGION-IDX)
066100     END-IF
066200
066300     ADD GP-MOVEMENT TO GP-RGN-NET(GP-REGION-IDX)
066400     ADD GP-MOVEMENT TO GP-JOURNAL-NET.
066500
066600 2300-EXIT.
066700     EXIT.
066702
066704 2310-NET-REGION-MOVE.
066706*----------------------------------------------------------------
066708* A CUSTOMER WHO CHANGED REGION TAKES THE WHOLE BEFORE BALANCE
066710* OUT OF THE OLD REGION AND PUTS THE WHOLE AFTER BALANCE INTO THE
066712* NEW ONE, SO EACH REGION'S CONTROL ACCOUNT GOES ON AGREEING WITH
066714* THE CUSTOMERS IT HOLDS.  THIS APPLIES EVEN WHEN THE BALANCE DID
066716* NOT MOVE - A MIGRATED CUSTOMER'S BALANCE STILL CHANGES REGION.
066718* THE TWO LEGS NET TO THE BALANCE MOVEMENT, SO THE JOURNAL NET
066720* AND THE PROOF ARE AS FOR ANY OTHER CHANGE.
066722*----------------------------------------------------------------
066724     ADD 1 TO GP-COUNT-CHG-SELECTED
066726     ADD 1 TO GP-COUNT-REGION-MOVES
066728
066730     MOVE BEF-REGION-CODE TO GP-LOOKUP-REGION-CODE
066732     PERFORM 2400-FIND-REGION-ENTRY
066734         THRU 2400-EXIT
066736     IF GP-ABORTED
066738         GO TO 2310-EXIT
066740     END-IF
066742     ADD 1 TO GP-RGN-CHG-COUNT(GP-REGION-IDX)
066744     SUBTRACT BEF-BALANCE FROM GP-RGN-NET(GP-REGION-IDX)
066746
066748     MOVE AFT-REGION-CODE TO GP-LOOKUP-REGION-CODE
066750     PERFORM 2400-FIND-REGION-ENTRY
066752         THRU 2400-EXIT
066754     IF GP-ABORTED
066756         GO TO 2310-EXIT
066758     END-IF
066760     ADD 1 TO GP-RGN-CHG-COUNT(GP-REGION-IDX)
066762     ADD AFT-BALANCE TO GP-RGN-NET(GP-REGION-IDX)
066764
066766     ADD GP-MOVEMENT TO GP-JOURNAL-NET.
066768
066770 2310-EXIT.
066772     EXIT.
066800
066900 2400-FIND-REGION-ENTRY.
067000*----------------------------------------------------------------
067100* LOCATES GP-LOOKUP-REGION-CODE IN GP-REGION-TABLE, ADDING A NEW
067200* ENTRY THE FIRST TIME A REGION IS SEEN.  UNLIKE THE REPORTING
067300* TABLES ELSEWHERE, A 51ST REGION CANNOT BE FOLDED INTO THE LAST
067400* ENTRY - THAT WOULD POST ONE REGION'S MONEY TO ANOTHER'S
067500* ACCOUNTS - SO THE RUN IS ABORTED INSTEAD.
067600*----------------------------------------------------------------
067700     IF GP-REGION-COUNT > ZERO
067800         SET GP-REGION-IDX TO 1
067900         SEARCH GP-REGION-ENTRY
068000             AT END
068100                 CONTINUE
068200             WHEN GP-RGN-CODE(GP-REGION-IDX) =
068300                     GP-LOOKUP-REGION-CODE
068400                 GO TO 2400-EXIT
068500         END-SEARCH
068600     END-IF
068700
068800     IF GP-REGION-COUNT NOT < 50
068900         DISPLAY "MORE THAN 50 REGIONS ON THE JOURNAL FOR "
069000             GP-POST-DATE
069100         MOVE "MORE THAN 50 REGIONS TO POST" TO GR-ABORT-TEXT
069200         WRITE POSTING-REPORT-LINE FROM GR-ABORT-LINE
069300         MOVE 'Y' TO GP-ABORT-FLAG
069400         GO TO 2400-EXIT
069500     END-IF
069600
069700     ADD 1 TO GP-REGION-COUNT
069800     SET GP-REGION-IDX TO GP-REGION-COUNT
069900     MOVE GP-LOOKUP-REGION-CODE TO GP-RGN-CODE(GP-REGION-IDX)
070000     MOVE ZERO   TO GP-RGN-ADJ-COUNT(GP-REGION-IDX)
070100     MOVE ZERO   TO GP-RGN-CHG-COUNT(GP-REGION-IDX)
070200     MOVE ZERO   TO GP-RGN-NET(GP-REGION-IDX)
070300     MOVE SPACES TO GP-RGN-CONTROL-ACCT(GP-REGION-IDX)
070400     MOVE SPACES TO GP-RGN-OFFSET-ACCT(GP-REGION-IDX)
070500     MOVE 'N'    TO GP-RGN-SUSP-FLAG(GP-REGION-IDX)
070600     MOVE SPACES TO GP-RGN-REASON(GP-REGION-IDX).
070700
070800 2400-EXIT.
070900     EXIT.
071000
071100 3000-RESOLVE-ACCOUNTS.
071200*----------------------------------------------------------------
071300* EVERY REGION WITH A NET MOVEMENT IS GIVEN ITS PAIR OF ACCOUNTS
071400* BEFORE ANYTHING IS WRITTEN.  IF ANY REGION NEEDS SUSPENSE AND
071500* THE MAPPING FILE CARRIES NO USABLE "***" RECORD, THE RUN IS
071600* ABORTED - THERE WOULD BE NOWHERE TO POST THAT REGION'S MONEY.
071700*----------------------------------------------------------------
071800     PERFORM 3100-RESOLVE-ONE-REGION
071900         THRU 3100-EXIT
072000         VARYING GP-REGION-IDX FROM 1 BY 1
072100         UNTIL GP-REGION-IDX > GP-REGION-COUNT
072200
072300     IF GP-SUSP-NEEDED
072400        AND (NOT GP-SUSP-FOUND
072500             OR GP-SUSP-CONTROL-ACCT = SPACES
072600             OR GP-SUSP-OFFSET-ACCT = SPACES)
072700         DISPLAY "NO USABLE SUSPENSE MAPPING ON GL-MAP-FILE"
072800         MOVE "SUSPENSE NEEDED - NO USABLE *** MAPPING"
072900             TO GR-ABORT-TEXT
073000         WRITE POSTING-REPORT-LINE FROM GR-ABORT-LINE
073100         MOVE 'Y' TO GP-ABORT-FLAG
073200     END-IF.
073300
073400 3000-EXIT.
073500     EXIT.
073600
073700 3100-RESOLVE-ONE-REGION.
073800     IF GP-RGN-NET(GP-REGION-IDX) = ZERO
073900         ADD 1 TO GP-COUNT-REGIONS-ZERO
074000         MOVE "NO NET MOVEMENT - NOT POSTED"
074100             TO GP-RGN-REASON(GP-REGION-IDX)
074200         GO TO 3100-EXIT
074300     END-IF
074400
074500     MOVE GP-RGN-CODE(GP-REGION-IDX) TO GP-LOOKUP-REGION-CODE
074600     PERFORM 3110-FIND-MAPPING
074700         THRU 3110-EXIT
074800
074900     EVALUATE TRUE
075000         WHEN NOT GP-MAP-FOUND
075100             MOVE "SUSPENSE - REGION NOT MAPPED"
075200                 TO GP-RGN-REASON(GP-REGION-IDX)
075300         WHEN GP-MAP-STATUS-CODE(GP-MAP-IDX) NOT = 'A'
075400             MOVE "SUSPENSE - MAPPING INACTIVE"
075500                 TO GP-RGN-REASON(GP-REGION-IDX)
075600         WHEN GP-MAP-CONTROL-ACCT(GP-MAP-IDX) = SPACES
075700           OR GP-MAP-OFFSET-ACCT(GP-MAP-IDX) = SPACES
075800             MOVE "SUSPENSE - GL ACCOUNT MISSING"
075900                 TO GP-RGN-REASON(GP-REGION-IDX)
076000         WHEN OTHER
076100             ADD 1 TO GP-COUNT-REGIONS-POSTED
076200             MOVE GP-MAP-CONTROL-ACCT(GP-MAP-IDX)
076300                 TO GP-RGN-CONTROL-ACCT(GP-REGION-IDX)
076400             MOVE GP-MAP-OFFSET-ACCT(GP-MAP-IDX)
076500                 TO GP-RGN-OFFSET-ACCT(GP-REGION-IDX)
076600             MOVE "POSTED"
076700                 TO GP-RGN-REASON(GP-REGION-IDX)
076800             GO TO 3100-EXIT
076900     END-EVALUATE
077000
077100     ADD 1 TO GP-COUNT-REGIONS-SUSP
077200     MOVE 'Y' TO GP-SUSP-NEEDED-FLAG
077300     MOVE 'Y' TO GP-RGN-SUSP-FLAG(GP-REGION-IDX)
077400     MOVE GP-SUSP-CONTROL-ACCT
077500         TO GP-RGN-CONTROL-ACCT(GP-REGION-IDX)
077600     MOVE GP-SUSP-OFFSET-ACCT
077700         TO GP-RGN-OFFSET-ACCT(GP-REGION-IDX).
077800
077900 3100-EXIT.
078000     EXIT.
078100
078200 3110-FIND-MAPPING.
078300*----------------------------------------------------------------
078400* LOOKS GP-LOOKUP-REGION-CODE UP IN GP-MAP-TABLE.  GP-MAP-FOUND
078500* SAYS WHETHER IT IS THERE; GP-MAP-IDX POINTS AT IT WHEN IT IS.
078600*----------------------------------------------------------------
078700     MOVE 'N' TO GP-MAP-FOUND-FLAG
078800
078900     IF GP-MAP-COUNT = ZERO
079000         GO TO 3110-EXIT
079100     END-IF
079200
079300     SET GP-MAP-IDX TO 1
079400     SEARCH GP-MAP-ENTRY
079500         AT END
079600             CONTINUE
079700         WHEN GP-MAP-REGION(GP-MAP-IDX) = GP-LOOKUP-REGION-CODE
079800             MOVE 'Y' TO GP-MAP-FOUND-FLAG
079900     END-SEARCH.
080000
080100 3110-EXIT.
080200     EXIT.
080300
080400 4000-WRITE-INTERFACE.
080500     MOVE SPACES TO GL-INTERFACE-REC
080600     MOVE 'H' TO GLIF-REC-TYPE
080700     MOVE GP-POST-DATE TO GLIH-POST-DATE
080800     MOVE GP-ORIGIN-SYSTEM TO GLIH-ORIGIN-SYSTEM
080900     PERFORM 4900-PUT-INTERFACE-REC
081000         THRU 4900-EXIT
081100
081200     WRITE POSTING-REPORT-LINE FROM GR-HEADER-LINE
081300
081400     PERFORM 4100-POST-ONE-REGION
081500         THRU 4100-EXIT
081600         VARYING GP-REGION-IDX FROM 1 BY 1
081700         UNTIL GP-REGION-IDX > GP-REGION-COUNT
081800
081900     MOVE SPACES TO GL-INTERFACE-REC
082000     MOVE 'T' TO GLIF-REC-TYPE
082100     MOVE GP-COUNT-ENTRIES TO GLIT-ENTRY-COUNT
082200     MOVE GP-DEBIT-TOTAL   TO GLIT-DEBIT-HASH
082300     MOVE GP-CREDIT-TOTAL  TO GLIT-CREDIT-HASH
082400     PERFORM 4900-PUT-INTERFACE-REC
082500         THRU 4900-EXIT.
082600
082700 4000-EXIT.
082800     EXIT.
082900
083000 4100-POST-ONE-REGION.
083100*----------------------------------------------------------------
083200* CUSTOMER BALANCES ARE HELD BY THE BANK, SO THE CONTROL ACCOUNT
083300* IS A LIABILITY - A NET INCREASE IN THE REGION'S BALANCES
083400* CREDITS IT AND DEBITS THE OFFSET; A NET DECREASE DEBITS IT AND
083500* CREDITS THE OFFSET.
083600*----------------------------------------------------------------
083700     MOVE GP-RGN-CODE(GP-REGION-IDX)  TO GR-REGION
083800     MOVE GP-RGN-ADJ-COUNT(GP-REGION-IDX) TO GR-ADJ-COUNT
083900     MOVE GP-RGN-CHG-COUNT(GP-REGION-IDX) TO GR-CHG-COUNT
084000     MOVE GP-RGN-NET(GP-REGION-IDX)   TO GR-NET
084100     MOVE GP-RGN-REASON(GP-REGION-IDX) TO GR-STATUS
084200     MOVE SPACES TO GR-DEBIT-ACCT
084300     MOVE SPACES TO GR-CREDIT-ACCT
084400     MOVE ZERO   TO GR-AMOUNT
084500
084600     IF GP-RGN-NET(GP-REGION-IDX) = ZERO
084700         WRITE POSTING-REPORT-LINE FROM GR-DETAIL-LINE
084800         GO TO 4100-EXIT
084900     END-IF
085000
085100     IF GP-RGN-NET(GP-REGION-IDX) > ZERO
085200         MOVE GP-RGN-NET(GP-REGION-IDX) TO GP-POST-AMOUNT
085300         MOVE GP-RGN-OFFSET-ACCT(GP-REGION-IDX)  TO GR-DEBIT-ACCT
085400         MOVE GP-RGN-CONTROL-ACCT(GP-REGION-IDX) TO GR-CREDIT-ACCT
085500         ADD GP-POST-AMOUNT TO GP-POSTED-NET
085600     ELSE
085700         COMPUTE GP-POST-AMOUNT = ZERO - GP-RGN-NET(GP-REGION-IDX)
085800         MOVE GP-RGN-CONTROL-ACCT(GP-REGION-IDX) TO GR-DEBIT-ACCT
085900         MOVE GP-RGN-OFFSET-ACCT(GP-REGION-IDX)  TO GR-CREDIT-ACCT
086000         SUBTRACT GP-POST-AMOUNT FROM GP-POSTED-NET
086100     END-IF
086200     MOVE GP-POST-AMOUNT TO GR-AMOUNT
086300
086400     MOVE 'D' TO GLIF-DR-CR-IND
086500     MOVE GR-DEBIT-ACCT TO GLIF-GL-ACCOUNT
086600     PERFORM 4200-WRITE-ENTRY
086700         THRU 4200-EXIT
086800
086900     MOVE 'C' TO GLIF-DR-CR-IND
087000     MOVE GR-CREDIT-ACCT TO GLIF-GL-ACCOUNT
087100     PERFORM 4200-WRITE-ENTRY
087200         THRU 4200-EXIT
087300
087400     WRITE POSTING-REPORT-LINE FROM GR-DETAIL-LINE.
087500
087600 4100-EXIT.
087700     EXIT.
087800
087900 4200-WRITE-ENTRY.
088000     MOVE 'D' TO GLIF-REC-TYPE
088100     MOVE GP-POST-DATE TO GLIF-POST-DATE
088200     MOVE GP-RGN-CODE(GP-REGION-IDX) TO GLIF-REGION-CODE
088300     MOVE GP-POST-AMOUNT TO GLIF-AMOUNT
088400     IF GP-RGN-SUSP-FLAG(GP-REGION-IDX) = 'Y'
088500         MOVE 'S' TO GLIF-SUSPENSE-IND
088600     ELSE
088700         MOVE SPACE TO GLIF-SUSPENSE-IND
088800     END-IF
088900
089000     PERFORM 4900-PUT-INTERFACE-REC
089100         THRU 4900-EXIT
089200
089300     ADD 1 TO GP-COUNT-ENTRIES
089400     IF GLIF-DEBIT
089500         ADD GP-POST-AMOUNT TO GP-DEBIT-TOTAL
089600     ELSE
089700         ADD GP-POST-AMOUNT TO GP-CREDIT-TOTAL
089800     END-IF.
089900
090000 4200-EXIT.
090100     EXIT.
090200
090300 4900-PUT-INTERFACE-REC.
090400     WRITE GL-INTERFACE-REC
090500     IF NOT GP-GLIF-OK
090600         DISPLAY "ERROR WRITING GL-INTERFACE-FILE - FILE STATUS "
090700             GP-GLIF-STATUS
090800         MOVE 'Y' TO GP-IO-ERROR-FLAG
090900     END-IF.
091000
091100 4900-EXIT.
091200     EXIT.
091300
091400 8000-PRINT-SUMMARY.
091500     IF GP-ABORTED
091600         GO TO 8000-EXIT
091700     END-IF
091800
091900     WRITE POSTING-REPORT-LINE FROM GR-BLANK-LINE
092000
092100     MOVE "LIVE JOURNAL RECORDS READ"   TO GR-LABEL
092200     MOVE GP-COUNT-LIVE-READ            TO GR-COUNT
092300     WRITE POSTING-REPORT-LINE FROM GR-TOTAL-LINE
092400
092500     MOVE "ARCHIVE RECORDS READ"        TO GR-LABEL
092600     MOVE GP-COUNT-ARCH-READ            TO GR-COUNT
092700     WRITE POSTING-REPORT-LINE FROM GR-TOTAL-LINE
092800
092900     MOVE "RECORDS FOR POSTING DATE"    TO GR-LABEL
093000     MOVE GP-COUNT-DATE-RECS            TO GR-COUNT
093100     WRITE POSTING-REPORT-LINE FROM GR-TOTAL-LINE
093200
093300     MOVE "ADJUSTMENTS POSTED"          TO GR-LABEL
093400     MOVE GP-COUNT-ADJ-SELECTED         TO GR-COUNT
093500     WRITE POSTING-REPORT-LINE FROM GR-TOTAL-LINE
093600
093700     MOVE "BALANCE CHANGES POSTED"      TO GR-LABEL
093800     MOVE GP-COUNT-CHG-SELECTED         TO GR-COUNT
093900     WRITE POSTING-REPORT-LINE FROM GR-TOTAL-LINE
093920
093940     MOVE "REGION MOVES TRANSFERRED"    TO GR-LABEL
093960     MOVE GP-COUNT-REGION-MOVES         TO GR-COUNT
093980     WRITE POSTING-REPORT-LINE FROM GR-TOTAL-LINE
094000
094100     MOVE "CHANGES WITH NO MOVEMENT"    TO GR-LABEL
094200     MOVE GP-COUNT-CHG-NO-MOVE          TO GR-COUNT
094300     WRITE POSTING-REPORT-LINE FROM GR-TOTAL-LINE
094400
094500     MOVE "ADDS/CLOSES NOT POSTED"      TO GR-LABEL
094600     MOVE GP-COUNT-OTHER-CODES          TO GR-COUNT
094700     WRITE POSTING-REPORT-LINE FROM GR-TOTAL-LINE
094800
094900     WRITE POSTING-REPORT-LINE FROM GR-BLANK-LINE
095000
095100     MOVE "REGIONS POSTED"              TO GR-LABEL
095200     MOVE GP-COUNT-REGIONS-POSTED       TO GR-COUNT
095300     WRITE POSTING-REPORT-LINE FROM GR-TOTAL-LINE
095400
095500     MOVE "REGIONS POSTED TO SUSPENSE"  TO GR-LABEL
095600     MOVE GP-COUNT-REGIONS-SUSP         TO GR-COUNT
095700     WRITE POSTING-REPORT-LINE FROM GR-TOTAL-LINE
095800
095900     MOVE "REGIONS WITH NO NET MOVEMENT" TO GR-LABEL
096000     MOVE GP-COUNT-REGIONS-ZERO         TO GR-COUNT
096100     WRITE POSTING-REPORT-LINE FROM GR-TOTAL-LINE
096200
096300     MOVE "GL ENTRIES WRITTEN"          TO GR-LABEL
096400     MOVE GP-COUNT-ENTRIES              TO GR-COUNT
096500     WRITE POSTING-REPORT-LINE FROM GR-TOTAL-LINE
096600
096700     WRITE POSTING-REPORT-LINE FROM GR-BLANK-LINE
096800
096900     MOVE "TOTAL DEBITS"                TO GR-AMT-LABEL
097000     MOVE GP-DEBIT-TOTAL                TO GR-AMT
097100     WRITE POSTING-REPORT-LINE FROM GR-AMOUNT-LINE
097200
097300     MOVE "TOTAL CREDITS"               TO GR-AMT-LABEL
097400     MOVE GP-CREDIT-TOTAL               TO GR-AMT
097500     WRITE POSTING-REPORT-LINE FROM GR-AMOUNT-LINE
097600
097700     MOVE "JOURNAL NET MOVEMENT"        TO GR-AMT-LABEL
097800     MOVE GP-JOURNAL-NET                TO GR-AMT
097900     WRITE POSTING-REPORT-LINE FROM GR-AMOUNT-LINE
098000
098100     MOVE "NET POSTED TO CONTROL ACCTS" TO GR-AMT-LABEL
098200     MOVE GP-POSTED-NET                 TO GR-AMT
098300     WRITE POSTING-REPORT-LINE FROM GR-AMOUNT-LINE
098400
098500     IF GP-COUNT-REGIONS-SUSP > ZERO
098600         WRITE POSTING-REPORT-LINE FROM GR-BLANK-LINE
098700         MOVE "SUSPENSE POSTINGS ABOVE MUST BE CLEARED BY FINANCE"
098800             TO GR-NOTE-TEXT
098900         WRITE POSTING-REPORT-LINE FROM GR-NOTE-LINE
099000     END-IF
099100
099200     PERFORM 8100-PRINT-PROOF
099300         THRU 8100-EXIT.
099400
099500 8000-EXIT.
099600     EXIT.
099700
099800 8100-PRINT-PROOF.
099900*----------------------------------------------------------------
100000* THE INTERFACE BALANCES WHEN DEBITS EQUAL CREDITS AND WHAT WENT
100100* TO THE CONTROL ACCOUNTS, SUSPENSE INCLUDED, NETS TO THE DAY'S
100200* JOURNAL MOVEMENT.
100300*----------------------------------------------------------------
100400     IF GP-DEBIT-TOTAL = GP-CREDIT-TOTAL
100500        AND GP-POSTED-NET = GP-JOURNAL-NET
100600        AND NOT GP-IO-ERROR
100700         MOVE 'Y' TO GP-PROOF-FLAG
100800     END-IF
100900
101000     WRITE POSTING-REPORT-LINE FROM GR-BLANK-LINE
101100     IF GP-PROOF-OK
101200         MOVE "DEBITS = CREDITS, NET = JOURNAL NET - PROVEN"
101300             TO GR-PROOF-TEXT
101400     ELSE
101500         MOVE "*** OUT OF BALANCE - DO NOT RELEASE TO THE GL"
101600             TO GR-PROOF-TEXT
101700     END-IF
101800     WRITE POSTING-REPORT-LINE FROM GR-PROOF-LINE.
101900
102000 8100-EXIT.
102100     EXIT.
102200
102300 9000-TERMINATE.
102370     IF GP-GLIF-OPEN
102440         CLOSE GL-INTERFACE-FILE
102510         IF NOT GP-GLIF-OK
102580             DISPLAY "ERROR CLOSING GL-INTERFACE-FILE - FILE "
102650                 "STATUS " GP-GLIF-STATUS
102720             MOVE 'Y' TO GP-IO-ERROR-FLAG
102790         END-IF
102860     END-IF
103000
103070     IF GP-RPT-OPEN
103140         CLOSE POSTING-REPORT-FILE
103210         IF NOT GP-RPT-OK
103280             DISPLAY "ERROR CLOSING POSTING-REPORT-FILE - FILE "
103350                 "STATUS " GP-RPT-STATUS
103420             MOVE 'Y' TO GP-IO-ERROR-FLAG
103490         END-IF
103560     END-IF.
103700
103800 9000-EXIT.
103900     EXIT.
