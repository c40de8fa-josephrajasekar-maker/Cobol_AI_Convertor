002200*    DATE       INIT  DESCRIPTION
002300*    ---------  ----  --------------------------------------------
002400*    09/02/2026 DT    ORIGINAL PROGRAM.
002404*    10/15/2026 DT    EACH RUN NOW APPENDS ITS CONTROL TOTALS -
002408*                     RESPONSES READ AND THE COUNT FOR EACH
002412*                     OUTCOME - TO THE DAILY BALANCING LEDGER
002416*                     (LEDGREC LAYOUT) SO LEDGBAL CAN FOOT THE
002420*                     RUN ALONGSIDE THE REST OF THE DAY'S CHAIN.
002424*    10/15/2026 DT    EVERY RESPONSE OUTCOME - CONTACTED AS WELL
002428*                     AS OPT-OUT AND UNDELIVERABLE - IS NOW KEPT
002432*                     ON THE STANDING CONTACT HISTORY FILE
002436*                     (CNTHREC LAYOUT) WITH THE CUSTOMER'S TIER
002440*                     AND BALANCE FROM TIER HISTORY AT THE TIME,
002444*                     FOR THE CAMPEFF EFFECTIVENESS REPORT.  A
002448*                     TRANSMISSION ALREADY ON THE HISTORY IS NOT
002452*                     APPENDED A SECOND TIME ON A RERUN.
002456*    10/15/2026 DT    CR-SUPP-SUB WIDENED TO 9(06) - AT 9(05) THE
002460*                     SUPPRESSION-LIST LOOPS TO 99999 NEVER ENDED.
002464*    10/15/2026 DT    SUPPFILE AND TIERHIST ARE NOW INDEXED BY
002468*                     CUST-ID - A SUPPRESSION IS ADDED BY KEY
002472*                     AND THE CONTACT TIER READ BY KEY, SO
002476*                     NEITHER FILE IS LOADED INTO STORAGE AND
002480*                     THE LIST IS NO LONGER REWRITTEN IN FULL.
002484*    10/15/2026 DT    A TIER HISTORY READ THAT FAILS FOR ANY
002488*                     REASON BUT RECORD-NOT-FOUND IS NOW AN I/O
002492*                     ERROR AND THE CONTACT IS NOT RECORDED.
002500*    ------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
003500* DD-NAME-STYLE LITERALS, THE SAME CONVENTION THE REST OF THE
003600* SYSTEM USES.  RESPFILE IS THE CRM SIDE'S RESPONSE FILE FOR ONE
003700* TRANSMISSION; SUPPFILE IS THE STANDING SUPPRESSION LIST THAT
003800* CARRIES FORWARD RUN OVER RUN, INDEXED BY CUST-ID.
003810* CNTHFILE IS THE STANDING CONTACT HISTORY, EXTENDED EVERY RUN;
003820* TIERHIST SUPPLIES THE TIER EACH CUSTOMER WAS CONTACTED AT.
003900*----------------------------------------------------------------
004000     SELECT RESPONSE-FILE ASSIGN TO "RESPFILE"
004100         FILE STATUS IS CR-RESP-STATUS.
004200
004300     SELECT SUPPRESS-FILE ASSIGN TO "SUPPFILE"
004310         ORGANIZATION IS INDEXED
004320         ACCESS MODE IS DYNAMIC
004330         RECORD KEY IS SUPP-CUST-ID
004400         FILE STATUS IS CR-SUPP-STATUS.
004500
004600     SELECT RESP-REPORT-FILE ASSIGN TO "RSRPFILE"
004700         FILE STATUS IS CR-RPT-STATUS.
004710
004720     SELECT LEDGER-FILE ASSIGN TO "LEDGFILE"
004730         FILE STATUS IS CR-LEDG-STATUS.
004739
004748     SELECT CONTACT-HISTORY-FILE ASSIGN TO "CNTHFILE"
004757         FILE STATUS IS CR-CNTH-STATUS.
004766
004775     SELECT TIER-HISTORY-FILE ASSIGN TO "TIERHIST"
004776         ORGANIZATION IS INDEXED
004777         ACCESS MODE IS RANDOM
004778         RECORD KEY IS HIST-CUST-ID
004784         FILE STATUS IS CR-HIST-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
008600*================================================================
008700* SUPPRESS-FILE IS THE STANDING SUPPRESSION LIST - THE SHARED
008800* SUPPREC COPYBOOK KEEPS THIS WRITER AND THE CRMFEED READER IN
008900* STEP.  OPENED I-O AT INITIALIZATION; EACH NEW SUPPRESSION IS
009000* ADDED BY KEY AS ITS RESPONSE IS APPLIED.
009100*================================================================
009200 FD  SUPPRESS-FILE.
009300 01  SUPPRESS-REC.
010000*================================================================
010100 FD  RESP-REPORT-FILE.
010200 01  RESP-REPORT-LINE            PIC X(132).
010210
010220*================================================================
010230* LEDGER-FILE IS THE DAILY BALANCING LEDGER - ONE LEDGREC PER
010240* CONTROL TOTAL, APPENDED AS THE RUN COMPLETES.
010250*================================================================
010260 FD  LEDGER-FILE.
010270 01  LEDGER-REC.
010280     COPY LEDGREC.
010281
010282*================================================================
010283* CONTACT-HISTORY-FILE IS THE STANDING CONTACT HISTORY - ONE
010284* CNTHREC PER RESPONSE OUTCOME, APPENDED AND NEVER REWRITTEN.
010285*================================================================
010286 FD  CONTACT-HISTORY-FILE.
010287 01  CONTACT-HISTORY-REC.
010288     COPY CNTHREC.
010289
010290*================================================================
010291* TIER-HISTORY-FILE IS CUSTOMERBATCH'S TIER HISTORY, READ BY KEY
010292* TO STAMP EACH OUTCOME WITH THE TIER AND BALANCE IT WAS AIMED
010293* AT.
010294*================================================================
010295 FD  TIER-HISTORY-FILE.
010296 01  TIER-HISTORY-REC.
010297     COPY HISTREC.
010300
010400 WORKING-STORAGE SECTION.
010500
011000     05  CR-SUPP-STATUS          PIC X(02) VALUE SPACES.
011100         88  CR-SUPP-OK                  VALUE '00'.
011200         88  CR-SUPP-NOT-FOUND           VALUE '35'.
011210         88  CR-SUPP-NO-RECORD           VALUE '23'.
011300     05  CR-RPT-STATUS           PIC X(02) VALUE SPACES.
011400         88  CR-RPT-OK                   VALUE '00'.
011500     05  CR-EOF-FLAG             PIC X(01) VALUE 'N'.
012400         88  CR-TRAILER-SEEN             VALUE 'Y'.
012500     05  CR-FILE-REFUSED-FLAG    PIC X(01) VALUE 'N'.
012600         88  CR-FILE-REFUSED             VALUE 'Y'.
012700     05  CR-SUPP-OPEN-FLAG       PIC X(01) VALUE 'N'.
012800         88  CR-SUPP-OPEN                VALUE 'Y'.
012900     05  CR-IO-ERROR-FLAG        PIC X(01) VALUE 'N'.
013000         88  CR-IO-ERROR                 VALUE 'Y'.
013010     05  CR-LEDG-STATUS          PIC X(02) VALUE SPACES.
013020         88  CR-LEDG-OK                  VALUE '00'.
013030         88  CR-LEDG-NOT-FOUND           VALUE '35'.
013034     05  CR-CNTH-STATUS          PIC X(02) VALUE SPACES.
013038         88  CR-CNTH-OK                  VALUE '00'.
013042         88  CR-CNTH-NOT-FOUND           VALUE '35'.
013046     05  CR-HIST-STATUS          PIC X(02) VALUE SPACES.
013050         88  CR-HIST-OK                  VALUE '00'.
013054         88  CR-HIST-NOT-FOUND           VALUE '35'.
013056         88  CR-HIST-NO-RECORD           VALUE '23'.
013058     05  CR-HIST-OPEN-FLAG       PIC X(01) VALUE 'N'.
013062         88  CR-HIST-OPEN                VALUE 'Y'.
013066     05  CR-CNTH-EOF-FLAG        PIC X(01) VALUE 'N'.
013070         88  CR-CNTH-EOF                 VALUE 'Y'.
013074     05  CR-CNTH-OPEN-FLAG       PIC X(01) VALUE 'N'.
013078         88  CR-CNTH-OPEN                VALUE 'Y'.
013082     05  CR-CNTH-DUP-FLAG        PIC X(01) VALUE 'N'.
013086         88  CR-CNTH-DUPLICATE           VALUE 'Y'.
013100
013200 01  CR-RUN-DATE                 PIC 9(08) VALUE 0.
013300 01  CR-RESULT-TEXT              PIC X(32) VALUE SPACES.
013500
013600 01  CR-COUNTERS.
013700     05  CR-COUNT-READ           PIC 9(07) VALUE 0.
014100     05  CR-COUNT-ALREADY-SUPP   PIC 9(05) VALUE 0.
014200     05  CR-COUNT-BAD-OUTCOME    PIC 9(05) VALUE 0.
014300     05  CR-COUNT-SUPP-TOTAL     PIC 9(05) VALUE 0.
014310     05  CR-COUNT-CNTH-WRITTEN   PIC 9(05) VALUE 0.
014400
014500*================================================================
014600* BATCH CONTROL TOTALS - THE TRAILER'S EXPECTED VALUES AGAINST
015700     05  CR-ACTUAL-HASH          PIC 9(11) VALUE 0.
015800     05  CR-REFUSAL-TEXT         PIC X(60) VALUE SPACES.
015900
017100*================================================================
017200* PRINT-LINE LAYOUTS FOR RESP-REPORT-FILE.
017300*================================================================
021300         VALUE "*** FILE REFUSED - ".
021400     05  RP-REFUSAL-TEXT     PIC X(60).
021500     05  FILLER              PIC X(53) VALUE SPACES.
021510
021520 01  RP-NOTE-LINE.
021530     05  FILLER              PIC X(04) VALUE "*** ".
021540     05  RP-NOTE-TEXT        PIC X(70).
021550     05  FILLER              PIC X(58) VALUE SPACES.
021600
021700 PROCEDURE DIVISION.
021800
023700     PERFORM 8200-PRINT-SUMMARY-TOTALS
023800         THRU 8200-EXIT
023900
024500     DISPLAY "RESPONSES READ: " CR-COUNT-READ
024600     DISPLAY "CONTACTED: " CR-COUNT-CONTACTED
024700     DISPLAY "OPT-OUTS ADDED: " CR-COUNT-OPTOUT-ADDED
025900*----------------------------------------------------------------
026000* SEVERITY FOR THE SCHEDULER - RC=8 WHEN THE RESPONSE FILE WAS
026100* REFUSED OR A FILE HIT A BAD STATUS, RC=4 WHEN ANY RESPONSE
026200* CARRIED A BAD OUTCOME CODE OR THE TRANSMISSION WAS ALREADY ON
026210* THE CONTACT HISTORY, RC=0 ONLY ON A CLEAN RUN.
026300*----------------------------------------------------------------
026400     IF CR-FILE-REFUSED OR CR-IO-ERROR
026500         MOVE 8 TO RETURN-CODE
026600     ELSE
026700         IF CR-COUNT-BAD-OUTCOME > ZERO OR CR-CNTH-DUPLICATE
026800             MOVE 4 TO RETURN-CODE
026900         END-IF
027000     END-IF
027100
027110*----------------------------------------------------------------
027120* THE LEDGER TOTALS GO OUT LAST, CARRYING THE FINAL SEVERITY.
027130*----------------------------------------------------------------
027140     PERFORM 8500-WRITE-LEDGER
027150         THRU 8500-EXIT
027160
027200     STOP RUN.
027300
027400 1000-INITIALIZE.
029500         MOVE 'Y' TO CR-FILE-REFUSED-FLAG
029600     END-IF
029700
029800     PERFORM 1300-OPEN-SUPPRESS-FILE
029900         THRU 1300-EXIT
030000
030100*----------------------------------------------------------------
030200* A SUPPRESSION LIST THAT DID NOT OPEN CANNOT TAKE THE DAY'S
030300* ADDITIONS - THE WHOLE FILE IS REFUSED SO NO RESPONSE IS HALF
030400* APPLIED AND THE STANDING LIST SURVIVES INTACT.
030500*----------------------------------------------------------------
030600     IF NOT CR-SUPP-OPEN AND NOT CR-FILE-REFUSED
030700         MOVE "SUPPRESSION LIST DID NOT OPEN" TO CR-REFUSAL-TEXT
030800         MOVE 'Y' TO CR-FILE-REFUSED-FLAG
030900     END-IF
031000
032700         WRITE RESP-REPORT-LINE FROM RP-BATCH-LINE
032800         WRITE RESP-REPORT-LINE FROM RP-BLANK-LINE
032900     END-IF
032908
032916*----------------------------------------------------------------
032924* A TRANSMISSION THAT PASSED ITS CONTROLS IS ALSO KEPT ON THE
032932* CONTACT HISTORY, EACH OUTCOME STAMPED FROM TIER HISTORY.
032940*----------------------------------------------------------------
032948     IF NOT CR-FILE-REFUSED
032956         PERFORM 1400-OPEN-TIER-HISTORY
032964             THRU 1400-EXIT
032972         PERFORM 1500-OPEN-CONTACT-HISTORY
032980             THRU 1500-EXIT
032988     END-IF
033000
033100     CLOSE RESPONSE-FILE
033200     OPEN INPUT RESPONSE-FILE.
044500 1120-EXIT.
044600     EXIT.
044700
044800 1300-OPEN-SUPPRESS-FILE.
044900*----------------------------------------------------------------
045000* OPENS THE STANDING SUPPRESSION LIST I-O FOR KEYED ADDITIONS.
045100* THE FIRST RUN EVER HAS NO LIST YET - IT IS CREATED EMPTY AND
045200* REOPENED, NOT TREATED AS AN ERROR.  A LIST THAT DOES NOT OPEN
045300* LEAVES CR-SUPP-OPEN OFF AND THE RUN IS REFUSED.
045400*----------------------------------------------------------------
045600     OPEN I-O SUPPRESS-FILE
045700
045800     IF CR-SUPP-NOT-FOUND
045900         OPEN OUTPUT SUPPRESS-FILE
046000         CLOSE SUPPRESS-FILE
046100         OPEN I-O SUPPRESS-FILE
046200     END-IF
046250
046300     IF NOT CR-SUPP-OK
046400         DISPLAY "ERROR OPENING SUPPRESS-FILE - FILE STATUS "
046500             CR-SUPP-STATUS
046700         GO TO 1300-EXIT
046800     END-IF
046900
047000     MOVE 'Y' TO CR-SUPP-OPEN-FLAG.
047700
047800 1300-EXIT.
047900     EXIT.
050501
050502 1400-OPEN-TIER-HISTORY.
050503*----------------------------------------------------------------
050504* TIER HISTORY IS OPENED FOR RANDOM READS, ONE PER OUTCOME.  AN
050505* ABSENT FILE JUST MEANS EVERY OUTCOME IS RECORDED WITHOUT A
050506* TIER; A FILE THAT DOES NOT OPEN CLEANLY IS A HARD ERROR.
050508*----------------------------------------------------------------
050509     OPEN INPUT TIER-HISTORY-FILE
050510
050511     IF CR-HIST-OK
050512         MOVE 'Y' TO CR-HIST-OPEN-FLAG
050517     ELSE
050518         IF NOT CR-HIST-NOT-FOUND
050519             DISPLAY "ERROR OPENING TIER-HISTORY-FILE - FILE "
050520                 "STATUS " CR-HIST-STATUS
050521             MOVE 'Y' TO CR-IO-ERROR-FLAG
050522         END-IF
050523     END-IF.
050524
050525 1400-EXIT.
050526     EXIT.
050551
050552 1500-OPEN-CONTACT-HISTORY.
050553*----------------------------------------------------------------
050554* A RERUN OF A TRANSMISSION ALREADY PROCESSED MUST NOT PUT ITS
050555* OUTCOMES ON THE HISTORY TWICE - THE SUPPRESSION LIST IS SAFE
050556* TO REAPPLY, THE HISTORY IS NOT.  THE HISTORY IS SCANNED FOR
050557* THIS TRANSMISSION'S DATE AND REGION FIRST, THEN OPENED EXTEND;
050558* THE FIRST RUN EVER CREATES IT EMPTY, AS CUSTMAINT DOES FOR ITS
050559* JOURNAL.
050560*----------------------------------------------------------------
050561     IF CR-IO-ERROR
050562         GO TO 1500-EXIT
050563     END-IF
050564
050565     OPEN INPUT CONTACT-HISTORY-FILE
050566     IF CR-CNTH-OK
050567         MOVE 'N' TO CR-CNTH-EOF-FLAG
050568         PERFORM 1510-SCAN-CNTH-REC
050569             THRU 1510-EXIT
050570             UNTIL CR-CNTH-EOF
050571         CLOSE CONTACT-HISTORY-FILE
050572     ELSE
050573         IF NOT CR-CNTH-NOT-FOUND
050574             DISPLAY "ERROR OPENING CONTACT-HISTORY-FILE - FILE "
050575                 "STATUS " CR-CNTH-STATUS
050576             MOVE 'Y' TO CR-IO-ERROR-FLAG
050577         END-IF
050578     END-IF
050579
050580     IF CR-IO-ERROR OR CR-CNTH-DUPLICATE
050581         GO TO 1500-EXIT
050582     END-IF
050583
050584     OPEN EXTEND CONTACT-HISTORY-FILE
050585     IF CR-CNTH-NOT-FOUND
050586         OPEN OUTPUT CONTACT-HISTORY-FILE
050587         CLOSE CONTACT-HISTORY-FILE
050588         OPEN EXTEND CONTACT-HISTORY-FILE
050589     END-IF
050590     IF CR-CNTH-OK
050591         MOVE 'Y' TO CR-CNTH-OPEN-FLAG
050592     ELSE
050593         DISPLAY "ERROR OPENING CONTACT-HISTORY-FILE - FILE "
050594             "STATUS " CR-CNTH-STATUS
050595         MOVE 'Y' TO CR-IO-ERROR-FLAG
050596     END-IF.
050597
050598 1500-EXIT.
050599     EXIT.
050600
050601 1510-SCAN-CNTH-REC.
050602     READ CONTACT-HISTORY-FILE
050603         AT END
050604             MOVE 'Y' TO CR-CNTH-EOF-FLAG
050605         NOT AT END
050606             IF CNTH-TRANS-DATE = CR-TRANS-DATE
050607                AND CNTH-SOURCE-REGION = CR-SOURCE-REGION
050608                 MOVE 'Y' TO CR-CNTH-DUP-FLAG
050609                 MOVE 'Y' TO CR-CNTH-EOF-FLAG
050610             END-IF
050611     END-READ
050612
050613     IF NOT CR-CNTH-OK AND NOT CR-CNTH-EOF
050614         DISPLAY "ERROR READING CONTACT-HISTORY-FILE - FILE "
050615             "STATUS " CR-CNTH-STATUS
050616         MOVE 'Y' TO CR-IO-ERROR-FLAG
050617         MOVE 'Y' TO CR-CNTH-EOF-FLAG
050618     END-IF.
050619
050620 1510-EXIT.
050621     EXIT.
050622
050700 2000-APPLY-RESPONSES.
050800     READ RESPONSE-FILE
050900         AT END
053500*----------------------------------------------------------------
053600* ONE RESPONSE DETAIL.  OPT-OUTS AND UNDELIVERABLES GO ON THE
053700* SUPPRESSION LIST; A CONTACT OUTCOME IS COUNTED BUT CHANGES
053800* NOTHING THERE.  EVERY VALID OUTCOME, CONTACTS INCLUDED, GOES
053810* ON THE CONTACT HISTORY.  A CUSTOMER ALREADY ON THE LIST STAYS
053900* UNDER THEIR ORIGINAL REASON AND DATE.
054000*----------------------------------------------------------------
054100     IF RESP-CUST-ID IS NOT NUMERIC OR RESP-CUST-ID = ZERO
054200         ADD 1 TO CR-COUNT-BAD-OUTCOME
054900     EVALUATE TRUE
055000         WHEN RESP-CONTACTED
055100             ADD 1 TO CR-COUNT-CONTACTED
055200             MOVE "CONTACTED - HISTORY ONLY" TO CR-RESULT-TEXT
055300         WHEN RESP-OPT-OUT
055400             PERFORM 2200-SUPPRESS-CUSTOMER
055500                 THRU 2200-EXIT
056000             ADD 1 TO CR-COUNT-BAD-OUTCOME
056100             MOVE "INVALID OUTCOME CODE" TO CR-RESULT-TEXT
056200     END-EVALUATE
056210
056220     IF RESP-CONTACTED OR RESP-OPT-OUT OR RESP-UNDELIVERABLE
056230         PERFORM 2300-RECORD-CONTACT
056240             THRU 2300-EXIT
056250     END-IF
056300
056400     PERFORM 8100-PRINT-DETAIL-LINE
056500         THRU 8100-EXIT.
056800     EXIT.
056900
057000 2200-SUPPRESS-CUSTOMER.
057010*----------------------------------------------------------------
057020* A CUSTOMER ALREADY ON THE LIST KEEPS THEIR ORIGINAL REASON AND
057030* DATE; ANYONE ELSE IS ADDED BY KEY.  A READ OR WRITE THAT FAILS
057040* FOR ANY REASON BUT RECORD-NOT-FOUND IS A HARD ERROR.
057050*----------------------------------------------------------------
057060     MOVE RESP-CUST-ID TO SUPP-CUST-ID
057100     READ SUPPRESS-FILE
057110         INVALID KEY
057120             CONTINUE
057130         NOT INVALID KEY
057200             ADD 1 TO CR-COUNT-ALREADY-SUPP
057300             MOVE "ALREADY SUPPRESSED" TO CR-RESULT-TEXT
057400             GO TO 2200-EXIT
057500     END-READ
057510
057520     IF NOT CR-SUPP-NO-RECORD
057530         DISPLAY "ERROR READING SUPPRESS-FILE - FILE STATUS "
057540             CR-SUPP-STATUS " - CUST-ID " RESP-CUST-ID
057550         MOVE 'Y' TO CR-IO-ERROR-FLAG
057560         MOVE "SUPPRESSION LIST READ FAILED" TO CR-RESULT-TEXT
057570         GO TO 2200-EXIT
057580     END-IF
057600
057700     MOVE RESP-CUST-ID TO SUPP-CUST-ID
057710     MOVE RESP-OUTCOME-CODE TO SUPP-REASON-CODE
057800     IF RESP-RESPONSE-DATE IS NUMERIC
057900         AND RESP-RESPONSE-DATE > ZERO
058000         MOVE RESP-RESPONSE-DATE TO SUPP-ADDED-DATE
058100     ELSE
058200         MOVE CR-RUN-DATE TO SUPP-ADDED-DATE
058300     END-IF
058310
058320     WRITE SUPPRESS-REC
058330         INVALID KEY
058340             CONTINUE
058350     END-WRITE
058360     IF NOT CR-SUPP-OK
058370         DISPLAY "ERROR WRITING SUPPRESS-FILE - FILE STATUS "
058380             CR-SUPP-STATUS " - CUST-ID " RESP-CUST-ID
058390         MOVE 'Y' TO CR-IO-ERROR-FLAG
058392         MOVE "SUPPRESSION WRITE FAILED" TO CR-RESULT-TEXT
058394         GO TO 2200-EXIT
058396     END-IF
058400
058500     IF RESP-OPT-OUT
058600         ADD 1 TO CR-COUNT-OPTOUT-ADDED
059200
059300 2200-EXIT.
059400     EXIT.
059401
059402 2300-RECORD-CONTACT.
059403*----------------------------------------------------------------
059404* APPENDS ONE OUTCOME TO THE CONTACT HISTORY, STAMPED WITH THE
059405* TIER AND BALANCE ON TIER HISTORY.  NOTHING IS APPENDED WHEN THE
059406* HISTORY DID NOT OPEN OR ALREADY HOLDS THIS TRANSMISSION.
059407*----------------------------------------------------------------
059408     IF NOT CR-CNTH-OPEN
059409         GO TO 2300-EXIT
059410     END-IF
059411
059412     MOVE SPACES                       TO CONTACT-HISTORY-REC
059413     MOVE RESP-CUST-ID                 TO CNTH-CUST-ID
059414     MOVE RESP-OUTCOME-CODE            TO CNTH-OUTCOME-CODE
059415     IF RESP-RESPONSE-DATE IS NUMERIC
059416         AND RESP-RESPONSE-DATE > ZERO
059417         MOVE RESP-RESPONSE-DATE       TO CNTH-RESPONSE-DATE
059418     ELSE
059419         MOVE CR-RUN-DATE              TO CNTH-RESPONSE-DATE
059420     END-IF
059421     MOVE SPACE                        TO CNTH-TIER
059422     MOVE ZERO                         TO CNTH-BALANCE
059423     IF CR-HIST-OPEN
059424         MOVE RESP-CUST-ID             TO HIST-CUST-ID
059425         READ TIER-HISTORY-FILE
059426             INVALID KEY
059427                 CONTINUE
059428         END-READ
059429         IF NOT CR-HIST-OK AND NOT CR-HIST-NO-RECORD
059430             DISPLAY "ERROR READING TIER-HISTORY-FILE - FILE "
059431                 "STATUS " CR-HIST-STATUS
059432                 " - CUST-ID " RESP-CUST-ID
059433             MOVE 'Y' TO CR-IO-ERROR-FLAG
059434             GO TO 2300-EXIT
059435         END-IF
059436         IF CR-HIST-OK
059437             MOVE HIST-TIER            TO CNTH-TIER
059438             MOVE HIST-BALANCE         TO CNTH-BALANCE
059439         END-IF
059440     END-IF
059441     MOVE CR-TRANS-DATE                TO CNTH-TRANS-DATE
059442     MOVE CR-SOURCE-REGION             TO CNTH-SOURCE-REGION
059443     MOVE CR-RUN-DATE                  TO CNTH-RUN-DATE
059444
059445     WRITE CONTACT-HISTORY-REC
059446     IF CR-CNTH-OK
059447         ADD 1 TO CR-COUNT-CNTH-WRITTEN
059448     ELSE
059449         DISPLAY "ERROR WRITING CONTACT-HISTORY-FILE - FILE "
059450             "STATUS " CR-CNTH-STATUS
059451         MOVE 'Y' TO CR-IO-ERROR-FLAG
059452     END-IF.
059453
059454 2300-EXIT.
059455     EXIT.
059500
059600 8100-PRINT-DETAIL-LINE.
059700     MOVE RESP-OUTCOME-CODE  TO RP-OUTCOME-CODE
062800     MOVE "BAD OUTCOME CODES"     TO RP-LABEL
062900     MOVE CR-COUNT-BAD-OUTCOME    TO RP-COUNT
063000     WRITE RESP-REPORT-LINE FROM RP-TOTAL-LINE
063009
063018     MOVE "CONTACT HISTORY WRITTEN" TO RP-LABEL
063027     MOVE CR-COUNT-CNTH-WRITTEN   TO RP-COUNT
063036     WRITE RESP-REPORT-LINE FROM RP-TOTAL-LINE
063045
063054     IF CR-CNTH-DUPLICATE
063063         MOVE "TRANSMISSION ALREADY ON HISTORY - NOT ADDED"
063072             TO RP-NOTE-TEXT
063081         WRITE RESP-REPORT-LINE FROM RP-NOTE-LINE
063090     END-IF
063100
063200     PERFORM 8250-COUNT-SUPP-TOTAL
063300         THRU 8250-EXIT
063600
063700     MOVE "SUPPRESSION LIST SIZE" TO RP-LABEL
063800     MOVE CR-COUNT-SUPP-TOTAL     TO RP-COUNT
064200     EXIT.
064300
064400 8250-COUNT-SUPP-TOTAL.
064410*----------------------------------------------------------------
064420* THE LIST SIZE IS TAKEN BY ONE PASS OF THE KEYS, AFTER THE DAY'S
064430* ADDITIONS.  A LIST THAT NEVER OPENED IS LEFT AT ZERO.
064440*----------------------------------------------------------------
064450     IF NOT CR-SUPP-OPEN
064460         GO TO 8250-EXIT
064470     END-IF
064480
064490     MOVE ZERO TO SUPP-CUST-ID
064500     START SUPPRESS-FILE KEY IS NOT LESS THAN SUPP-CUST-ID
064510         INVALID KEY
064520             GO TO 8250-EXIT
064530     END-START
064540
064550     MOVE 'N' TO CR-SUPP-EOF-FLAG
064560     PERFORM 8260-COUNT-ONE-SUPP
064570         THRU 8260-EXIT
064580         UNTIL CR-SUPP-EOF.
064900
064910 8250-EXIT.
064920     EXIT.
064930
064940 8260-COUNT-ONE-SUPP.
064950     READ SUPPRESS-FILE NEXT RECORD
064960         AT END
064970             MOVE 'Y' TO CR-SUPP-EOF-FLAG
064980         NOT AT END
064990             ADD 1 TO CR-COUNT-SUPP-TOTAL
065000     END-READ
065010
065020*    A READ FAILURE THAT IS NOT A CLEAN EOF MUST NOT SPIN THE
065030*    COUNT LOOP - THE COUNT STOPS SHORT AND THE RUN GOES HARD
065040*    ERROR.
065050     IF NOT CR-SUPP-OK AND NOT CR-SUPP-EOF
065060         DISPLAY "ERROR READING SUPPRESS-FILE - FILE STATUS "
065070             CR-SUPP-STATUS
065080         MOVE 'Y' TO CR-IO-ERROR-FLAG
065090         MOVE 'Y' TO CR-SUPP-EOF-FLAG
065100     END-IF.
065110
065120 8260-EXIT.
065130     EXIT.
069201
069202 8500-WRITE-LEDGER.
069203*----------------------------------------------------------------
069204* APPENDS THE RUN'S CONTROL TOTALS TO THE DAILY BALANCING LEDGER,
069205* ONE LEDGREC PER TOTAL, TAGGED WITH THE RESPONSE FILE'S SOURCE
069206* REGION.  THE FIRST RUN EVER CREATES THE FILE EMPTY AND REOPENS
069207* EXTEND.  A LEDGER THAT CANNOT BE WRITTEN IS REPORTED ON THE
069208* CONSOLE; LEDGBAL THEN FINDS THE TOTALS MISSING.
069209*----------------------------------------------------------------
069210     OPEN EXTEND LEDGER-FILE
069211     IF CR-LEDG-NOT-FOUND
069212         OPEN OUTPUT LEDGER-FILE
069213         CLOSE LEDGER-FILE
069214         OPEN EXTEND LEDGER-FILE
069215     END-IF
069216     IF NOT CR-LEDG-OK
069217         DISPLAY "ERROR OPENING LEDGER-FILE - FILE STATUS "
069218             CR-LEDG-STATUS
069219         GO TO 8500-EXIT
069220     END-IF
069221
069222     PERFORM 8510-START-LEDGER-REC
069223         THRU 8510-EXIT
069224     MOVE "RESPREAD" TO LEDG-TOTAL-ID
069225     MOVE CR-COUNT-READ TO LEDG-COUNT
069226     PERFORM 8520-PUT-LEDGER-REC
069227         THRU 8520-EXIT
069228
069229     PERFORM 8510-START-LEDGER-REC
069230         THRU 8510-EXIT
069231     MOVE "CONTACT" TO LEDG-TOTAL-ID
069232     MOVE CR-COUNT-CONTACTED TO LEDG-COUNT
069233     PERFORM 8520-PUT-LEDGER-REC
069234         THRU 8520-EXIT
069235
069236     PERFORM 8510-START-LEDGER-REC
069237         THRU 8510-EXIT
069238     MOVE "OPTOUT" TO LEDG-TOTAL-ID
069239     MOVE CR-COUNT-OPTOUT-ADDED TO LEDG-COUNT
069240     PERFORM 8520-PUT-LEDGER-REC
069241         THRU 8520-EXIT
069242
069243     PERFORM 8510-START-LEDGER-REC
069244         THRU 8510-EXIT
069245     MOVE "UNDELIV" TO LEDG-TOTAL-ID
069246     MOVE CR-COUNT-UNDEL-ADDED TO LEDG-COUNT
069247     PERFORM 8520-PUT-LEDGER-REC
069248         THRU 8520-EXIT
069249
069250     PERFORM 8510-START-LEDGER-REC
069251         THRU 8510-EXIT
069252     MOVE "ALRDSUPP" TO LEDG-TOTAL-ID
069253     MOVE CR-COUNT-ALREADY-SUPP TO LEDG-COUNT
069254     PERFORM 8520-PUT-LEDGER-REC
069255         THRU 8520-EXIT
069256
069257     PERFORM 8510-START-LEDGER-REC
069258         THRU 8510-EXIT
069259     MOVE "BADOUTC" TO LEDG-TOTAL-ID
069260     MOVE CR-COUNT-BAD-OUTCOME TO LEDG-COUNT
069261     PERFORM 8520-PUT-LEDGER-REC
069262         THRU 8520-EXIT
069263
069264     CLOSE LEDGER-FILE.
069265
069266 8500-EXIT.
069267     EXIT.
069268
069269 8510-START-LEDGER-REC.
069270     MOVE SPACES TO LEDGER-REC
069271     MOVE "CRMRESP" TO LEDG-PROGRAM
069272     MOVE CR-RUN-DATE TO LEDG-RUN-DATE
069273     MOVE CR-SOURCE-REGION TO LEDG-REGION-CODE
069274     MOVE ZERO TO LEDG-COUNT
069275     MOVE ZERO TO LEDG-AMOUNT
069276     MOVE RETURN-CODE TO LEDG-SEVERITY.
069277
069278 8510-EXIT.
069279     EXIT.
069280
069281 8520-PUT-LEDGER-REC.
069282     WRITE LEDGER-REC
069283     IF NOT CR-LEDG-OK
069284         DISPLAY "ERROR WRITING LEDGER-FILE - FILE STATUS "
069285             CR-LEDG-STATUS
069286     END-IF.
069287
069288 8520-EXIT.
069289     EXIT.
069300
069400 9000-TERMINATE.
069500     IF NOT CR-RESP-NOT-FOUND
069600         CLOSE RESPONSE-FILE
069700     END-IF
069710     IF CR-CNTH-OPEN
069720         CLOSE CONTACT-HISTORY-FILE
069730     END-IF
069740     IF CR-SUPP-OPEN
069750         CLOSE SUPPRESS-FILE
069760     END-IF
069770     IF CR-HIST-OPEN
069780         CLOSE TIER-HISTORY-FILE
069790     END-IF
069800     CLOSE RESP-REPORT-FILE
069900     IF NOT CR-RPT-OK
070000         DISPLAY "ERROR CLOSING RESP-REPORT-FILE - FILE STATUS "
