000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LEDGBAL.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    DAILY END-TO-END BALANCING RUN.  READS THE STANDING DAILY
000900*    BALANCING LEDGER (LEDGREC LAYOUT) THAT CUSTMAINT,
001000*    CUSTOMERBATCH, CRMFEED AND CRMRESP EACH APPEND THEIR CONTROL
001100*    TOTALS TO, AND PROVES THE CHAIN BETWEEN THEM FOR ONE
001200*    BALANCING DATE -
001300*      - FOR EACH REGION TAG, YESTERDAY'S MASTER-MODE
001400*        CUSTOMERBATCH GRAND BALANCE PLUS THE CUSTMAINT MOVEMENT
001500*        POSTED SINCE ('M' ADJUSTMENTS AND THE BALANCE MOVED BY
001600*        ADDS, CHANGES AND CLOSES) MUST EQUAL TODAY'S MASTER-MODE
001650*        GRAND BALANCE, AND A REGION MISSING EITHER SIDE IS A
001660*        BREAK;
001700*      - EACH CRMFEED RUN'S DETAIL COUNT MUST EQUAL THE VIP PLUS
001800*        PREMIUM COUNT OF THE DAY'S CUSTOMERBATCH RUN FOR ITS
001900*        REGION, LESS WHAT WAS SUPPRESSED (AND, ON A DELTA FEED,
002000*        HELD BACK AS UNCHANGED), PLUS DROP-OUTS SENT;
002100*      - EACH CRMRESP RUN'S RESPONSES READ MUST FOOT TO ITS
002200*        OUTCOME COUNTS.
002300*    EVERY RUN OF THE DAY IS LISTED WITH ITS SEVERITY; A FAILED
002400*    RUN OR ANY PROOF THAT DOES NOT HOLD IS A BREAK.  THE
002500*    BALANCING DATE IS TODAY UNLESS A DATE (YYYYMMDD) IS GIVEN IN
002600*    POSITIONS 1-8 OF THE PARM.
002700*
002800*    MODIFICATION HISTORY.
002900*    ------------------------------------------------------------
003000*    DATE       INIT  DESCRIPTION
003100*    ---------  ----  --------------------------------------------
003200*    10/15/2026 DT    ORIGINAL PROGRAM.
003210*    10/15/2026 DT    THE MASTER BALANCE IS NOW PROVED PER REGION
003220*                     TAG - PRIOR BALANCE, TODAY'S BALANCE AND THE
003230*                     MOVEMENT BETWEEN ARE KEPT FOR EACH REGION
003240*                     THE LEDGER NAMES, AND A REGION WITH ONE SIDE
003250*                     MISSING IS A BREAK.
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
004300* EACH SELECT IS ASSIGNED TO A DD-NAME-STYLE LITERAL, THE SAME
004400* CONVENTION THE REST OF THE SYSTEM USES.
004500*----------------------------------------------------------------
004600     SELECT LEDGER-FILE ASSIGN TO "LEDGFILE"
004700         FILE STATUS IS LB-LEDG-STATUS.
004800
004900     SELECT BAL-REPORT-FILE ASSIGN TO "LBRPFILE"
005000         FILE STATUS IS LB-RPT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400
005500*================================================================
005600* LEDGER-FILE IS THE DAILY BALANCING LEDGER - ONE LEDGREC PER
005700* CONTROL TOTAL, APPENDED IN RUN ORDER BY THE WRITING PROGRAMS.
005800* EACH RUN'S RECORDS ARE CONTIGUOUS AND END WITH A FIXED TOTAL
005900* IDENTIFIER, WHICH IS WHERE THAT RUN IS PROVED.
006000*================================================================
006100 FD  LEDGER-FILE.
006200 01  LEDGER-REC.
006300     COPY LEDGREC.
006400
006500*================================================================
006600* BAL-REPORT-FILE IS THE PRINTED BALANCING REPORT - ONE 132-BYTE
006700* PRINT IMAGE PER LINE, THE SAME CONVENTION AS THE OTHER REPORTS
006800* IN THIS SYSTEM.
006900*================================================================
007000 FD  BAL-REPORT-FILE.
007100 01  BAL-REPORT-LINE             PIC X(132).
007200
007300 WORKING-STORAGE SECTION.
007400
007500 01  LB-SWITCHES.
007600     05  LB-LEDG-STATUS          PIC X(02) VALUE SPACES.
007700         88  LB-LEDG-OK                  VALUE '00'.
007800         88  LB-LEDG-NOT-FOUND           VALUE '35'.
007900     05  LB-LEDG-EOF-FLAG        PIC X(01) VALUE 'N'.
008000         88  LB-LEDG-EOF                 VALUE 'Y'.
008100     05  LB-RPT-STATUS           PIC X(02) VALUE SPACES.
008200         88  LB-RPT-OK                   VALUE '00'.
008300     05  LB-IO-ERROR-FLAG        PIC X(01) VALUE 'N'.
008400         88  LB-IO-ERROR                 VALUE 'Y'.
008500     05  LB-WARNING-FLAG         PIC X(01) VALUE 'N'.
008600         88  LB-WARNING                  VALUE 'Y'.
008700     05  LB-PRIOR-FOUND-FLAG     PIC X(01) VALUE 'N'.
008800         88  LB-PRIOR-FOUND              VALUE 'Y'.
008900     05  LB-TODAY-FOUND-FLAG     PIC X(01) VALUE 'N'.
009000         88  LB-TODAY-FOUND              VALUE 'Y'.
009100     05  LB-CHECK-MADE-FLAG      PIC X(01) VALUE 'N'.
009200         88  LB-CHECK-MADE               VALUE 'Y'.
009300     05  LB-CLASS-FOUND-FLAG     PIC X(01) VALUE 'N'.
009400         88  LB-CLASS-FOUND              VALUE 'Y'.
009500     05  LB-NO-CLASS-FLAG        PIC X(01) VALUE 'N'.
009600         88  LB-NO-CLASS                 VALUE 'Y'.
009610     05  LB-RP-FOUND-FLAG        PIC X(01) VALUE 'N'.
009620         88  LB-RP-FOUND                 VALUE 'Y'.
009630     05  LB-RP-FULL-FLAG         PIC X(01) VALUE 'N'.
009640         88  LB-RP-FULL                  VALUE 'Y'.
009700
009800 01  LB-PARM-CARD                PIC X(20) VALUE SPACES.
009900 01  LB-RUN-DATE                 PIC 9(08) VALUE 0.
010000 01  LB-BAL-DATE                 PIC 9(08) VALUE 0.
010100 01  LB-RUNS-LISTED              PIC 9(05) VALUE 0.
010200
010260*================================================================
010320* MASTER BALANCE PROOF, ONE ENTRY PER REGION TAG ON THE LEDGER -
010380* CUSTMAINT AND CUSTOMERBATCH TAG THEIR RECORDS THE SAME WAY, SO
010440* EACH REGIONAL MASTER CARRIES FORWARD ON ITS OWN.  THE PRIOR
010500* GRAND TOTAL IS THE REGION'S LAST TRUSTED (SEVERITY BELOW 8)
010560* MASTER-MODE CUSTOMERBATCH RUN DATED BEFORE THE BALANCING DATE;
010620* THE MOVEMENT ACCUMULATORS RESTART AT EACH SUCH RUN, SO THEY HOLD
010680* EXACTLY THE CUSTMAINT MOVEMENT POSTED SINCE.  TODAY'S GRAND
010740* TOTAL IS THE REGION'S LAST TRUSTED MASTER-MODE RUN ON THE
010800* BALANCING DATE, AND THE MOVEMENT IS SNAPSHOT AS IT IS MET -
010860* CUSTMAINT RUNS LATER IN THE DAY BELONG TO TOMORROW'S PROOF.
010920* SIZED LIKE THE OTHER REGION TABLES; THE OCCURS ... DEPENDING
010980* ENTRY MUST BE LAST IN ITS 01-LEVEL GROUP.
011040*================================================================
011100 01  LB-MASTER-PROOF.
011160     05  LB-PROOF-RESULT         PIC X(80) VALUE SPACES.
011220     05  LB-RP-SUB               PIC 9(03) VALUE 0.
011280
011340 01  LB-REGN-PROOF-TABLE.
011400     05  LB-RP-COUNT             PIC 9(03) VALUE 0.
011460     05  LB-RP-ENTRY OCCURS 1 TO 50 TIMES
011520             DEPENDING ON LB-RP-COUNT
011580             INDEXED BY LB-RP-IDX.
011640         10  LB-RP-REGION            PIC X(03).
011700         10  LB-RP-PRIOR-FLAG        PIC X(01).
011760             88  LB-RP-PRIOR-FOUND           VALUE 'Y'.
011820         10  LB-RP-TODAY-FLAG        PIC X(01).
011880             88  LB-RP-TODAY-FOUND           VALUE 'Y'.
011940         10  LB-RP-PRIOR-DATE        PIC 9(08).
012000         10  LB-RP-PRIOR-COUNT       PIC 9(07).
012060         10  LB-RP-PRIOR-BAL         PIC S9(11)V99.
012120         10  LB-RP-TODAY-COUNT       PIC 9(07).
012180         10  LB-RP-TODAY-BAL         PIC S9(11)V99.
012240         10  LB-RP-TODAY-REJECTED    PIC 9(07).
012300         10  LB-RP-ACCUM-NET-COUNT   PIC 9(07).
012360         10  LB-RP-ACCUM-NET-MOVE    PIC S9(11)V99.
012420         10  LB-RP-ACCUM-MAINT-COUNT PIC 9(07).
012480         10  LB-RP-ACCUM-MAINT-MOVE  PIC S9(11)V99.
012540         10  LB-RP-PROOF-NET-COUNT   PIC 9(07).
012600         10  LB-RP-PROOF-NET-MOVE    PIC S9(11)V99.
012660         10  LB-RP-PROOF-MAINT-COUNT PIC 9(07).
012720         10  LB-RP-PROOF-MAINT-MOVE  PIC S9(11)V99.
012780         10  LB-RP-EXPECTED-BAL      PIC S9(11)V99.
012840         10  LB-RP-DIFFERENCE        PIC S9(11)V99.
012900         10  LB-RP-RESULT            PIC X(80).
013000
013200*================================================================
013300* PER-RUN CONTROLS - THE TOTALS OF THE RUN BEING READ, HELD UNTIL
013400* ITS CLOSING TOTAL IDENTIFIER ARRIVES.
013500*================================================================
013600 01  LB-RUN-CONTROLS.
013700     05  LB-CB-VIP-COUNT         PIC 9(07) VALUE 0.
013800     05  LB-CB-PREM-COUNT        PIC 9(07) VALUE 0.
013900     05  LB-CF-DETAIL-COUNT      PIC 9(07) VALUE 0.
014000     05  LB-CF-SUPP-COUNT        PIC 9(07) VALUE 0.
014100     05  LB-CF-UNCHANGED-COUNT   PIC 9(07) VALUE 0.
014200     05  LB-CR-READ-COUNT        PIC 9(07) VALUE 0.
014300     05  LB-CR-OUTCOME-COUNT     PIC 9(07) VALUE 0.
014400     05  LB-CHECK-TEXT           PIC X(28) VALUE SPACES.
014500     05  LB-EXPECTED-COUNT       PIC S9(07) VALUE 0.
014600     05  LB-ACTUAL-COUNT         PIC 9(07) VALUE 0.
014700
014800*================================================================
014900* LB-CLASS-TABLE HOLDS THE VIP AND PREMIUM COUNTS OF THE LAST
015000* CUSTOMERBATCH RUN ON THE BALANCING DATE PER REGION TAG - WHAT
015100* THE SAME-DAY CRMFEED RUN FOR THAT REGION READ.  SIZED LIKE THE
015200* OTHER REGION TABLES, AND LIKE THEM THE OCCURS ... DEPENDING
015300* ENTRY MUST BE LAST IN ITS 01-LEVEL GROUP.
015400*================================================================
015500 01  LB-CLASS-TABLE.
015600     05  LB-CLASS-COUNT          PIC 9(03) VALUE 0.
015700     05  LB-CLASS-ENTRY OCCURS 1 TO 50 TIMES
015800             DEPENDING ON LB-CLASS-COUNT
015900             INDEXED BY LB-CLASS-IDX.
016000         10  LB-CLASS-REGION         PIC X(03).
016100         10  LB-CLASS-VIP-COUNT      PIC 9(07).
016200         10  LB-CLASS-PREM-COUNT     PIC 9(07).
016300
016400*================================================================
016500* BREAK TABLE - EVERY PROOF THAT DID NOT HOLD, HELD UNTIL THE
016600* BREAKS SECTION PRINTS AT THE BOTTOM OF THE REPORT.  ANY ENTRY
016700* AT ALL MAKES THE RUN A HARD ERROR FOR THE SCHEDULER.
016800*================================================================
016900 01  LB-EXCEPTION-TEXT           PIC X(70) VALUE SPACES.
017000 01  LB-EXCEPTION-SUB            PIC 9(03) VALUE 0.
017100 01  LB-EXCEPTION-TABLE.
017200     05  LB-EXCEPTION-COUNT      PIC 9(03) VALUE 0.
017300     05  LB-EXCEPTION-ENTRY OCCURS 1 TO 100 TIMES
017400             DEPENDING ON LB-EXCEPTION-COUNT.
017500         10  LB-EXCEPTION-LINE       PIC X(70).
017600
017700*================================================================
017800* PRE-BUILT BREAK MESSAGE LAYOUT - FILLED IN AND MOVED TO
017900* LB-EXCEPTION-TEXT BEFORE 6000-LOG-EXCEPTION IS PERFORMED.
018000*================================================================
018100 01  LB-EXC-RUN-MSG.
018200     05  LB-EXC-PROGRAM          PIC X(13).
018300     05  FILLER                  PIC X(01) VALUE SPACE.
018400     05  LB-EXC-REGION-CODE      PIC X(03).
018500     05  FILLER                  PIC X(03) VALUE " - ".
018600     05  LB-EXC-REASON           PIC X(50).
018700
018800*================================================================
018900* PRINT-LINE LAYOUTS FOR BAL-REPORT-FILE.  FILLER PADS EVERY LINE
019000* TO 132 BYTES, THE SAME CONVENTION THE OTHER REPORTS USE.
019100*================================================================
019200 01  LP-TITLE-LINE.
019300     05  FILLER              PIC X(40) VALUE SPACES.
019400     05  FILLER              PIC X(29)
019500         VALUE "DAILY BALANCING LEDGER REPORT".
019600     05  FILLER              PIC X(63) VALUE SPACES.
019700
019800 01  LP-DATE-LINE.
019900     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
020000     05  LP-RUN-DATE         PIC 9(08).
020100     05  FILLER              PIC X(05) VALUE SPACES.
020200     05  FILLER              PIC X(16) VALUE "BALANCING DATE: ".
020300     05  LP-BAL-DATE         PIC 9(08).
020400     05  FILLER              PIC X(85) VALUE SPACES.
020500
020600 01  LP-BLANK-LINE.
020700     05  FILLER              PIC X(132) VALUE SPACES.
020800
020900 01  LP-RUNS-HDR-LINE.
021000     05  FILLER              PIC X(30)
021100         VALUE "RUNS ON THE BALANCING DATE".
021200     05  FILLER              PIC X(102) VALUE SPACES.
021300
021400 01  LP-RUN-HDR-LINE.
021500     05  FILLER              PIC X(14) VALUE "PROGRAM".
021600     05  FILLER              PIC X(07) VALUE "REGION".
021700     05  FILLER              PIC X(09) VALUE "MODE".
021800     05  FILLER              PIC X(04) VALUE "RC".
021900     05  FILLER              PIC X(29) VALUE "CHECK".
022000     05  FILLER              PIC X(11) VALUE "   EXPECTED".
022100     05  FILLER              PIC X(09) VALUE "   ACTUAL".
022200     05  FILLER              PIC X(02) VALUE SPACES.
022300     05  FILLER              PIC X(47) VALUE "RESULT".
022400
022500 01  LP-RUN-LINE.
022600     05  LP-PROGRAM          PIC X(13).
022700     05  FILLER              PIC X(01) VALUE SPACES.
022800     05  LP-REGION-CODE      PIC X(03).
022900     05  FILLER              PIC X(04) VALUE SPACES.
023000     05  LP-RUN-MODE         PIC X(08).
023100     05  FILLER              PIC X(01) VALUE SPACES.
023200     05  LP-SEVERITY         PIC 9(02).
023300     05  FILLER              PIC X(02) VALUE SPACES.
023400     05  LP-CHECK-TEXT       PIC X(28).
023500     05  FILLER              PIC X(01) VALUE SPACES.
023600     05  LP-EXPECTED         PIC -Z,ZZZ,ZZ9.
023700     05  LP-EXPECTED-X REDEFINES LP-EXPECTED
023800                             PIC X(10).
023900     05  FILLER              PIC X(01) VALUE SPACES.
024000     05  LP-ACTUAL           PIC ZZZZZZZ9.
024100     05  LP-ACTUAL-X REDEFINES LP-ACTUAL
024200                             PIC X(08).
024300     05  FILLER              PIC X(03) VALUE SPACES.
024400     05  LP-RESULT           PIC X(24).
024500     05  FILLER              PIC X(23) VALUE SPACES.
024600
024700 01  LP-NO-RUNS-LINE.
024800     05  FILLER              PIC X(45)
024900         VALUE "NO RUNS ON THE LEDGER FOR THE BALANCING DATE".
025000     05  FILLER              PIC X(87) VALUE SPACES.
025100
025200 01  LP-PROOF-HDR-LINE.
025300     05  FILLER              PIC X(30)
025400         VALUE "CUSTOMER-MASTER BALANCE PROOF".
025500     05  FILLER              PIC X(102) VALUE SPACES.
025600
025610 01  LP-PROOF-REGION-LINE.
025620     05  FILLER              PIC X(08) VALUE "REGION: ".
025630     05  LP-PROOF-REGION     PIC X(03).
025640     05  FILLER              PIC X(121) VALUE SPACES.
025650
025700 01  LP-PROOF-LINE.
025800     05  LP-PROOF-LABEL      PIC X(40).
025900     05  FILLER              PIC X(02) VALUE SPACES.
026000     05  LP-PROOF-DATE       PIC X(08).
026100     05  FILLER              PIC X(02) VALUE SPACES.
026200     05  LP-PROOF-COUNT      PIC ZZZZZZ9.
026300     05  LP-PROOF-COUNT-X REDEFINES LP-PROOF-COUNT
026400                             PIC X(07).
026500     05  FILLER              PIC X(03) VALUE SPACES.
026600     05  LP-PROOF-AMOUNT     PIC -ZZZ,ZZZ,ZZ9.99.
026700     05  FILLER              PIC X(55) VALUE SPACES.
026800
026900 01  LP-PROOF-RESULT-LINE.
027000     05  LP-PROOF-RESULT     PIC X(80).
027100     05  FILLER              PIC X(52) VALUE SPACES.
027200
027300 01  LP-REJECT-NOTE-LINE.
027400     05  FILLER              PIC X(07) VALUE "NOTE - ".
027500     05  LP-REJECT-COUNT     PIC ZZZZZZ9.
027600     05  FILLER              PIC X(50)
027700         VALUE " RECORDS REJECTED BY TODAY'S MASTER-MODE RUN ARE".
027800     05  FILLER              PIC X(30)
027900         VALUE " OUTSIDE ITS GRAND TOTAL".
028000     05  FILLER              PIC X(38) VALUE SPACES.
028100
028200 01  LP-EXCEPT-HDR-LINE.
028300     05  FILLER              PIC X(13)
028400         VALUE "*** BREAKS - ".
028500     05  FILLER              PIC X(40)
028600         VALUE "THE DAY'S CHAIN DOES NOT BALANCE ***".
028700     05  FILLER              PIC X(79) VALUE SPACES.
028800
028900 01  LP-EXCEPT-LINE.
029000     05  FILLER              PIC X(05) VALUE SPACES.
029100     05  LP-EXCEPT-TEXT      PIC X(70).
029200     05  FILLER              PIC X(57) VALUE SPACES.
029300
029400 01  LP-CLEAN-LINE.
029500     05  FILLER              PIC X(12)
029600         VALUE "NO BREAKS - ".
029700     05  FILLER              PIC X(49)
029800         VALUE "EVERY PROOF MADE FOR THE BALANCING DATE HOLDS".
029900     05  FILLER              PIC X(71) VALUE SPACES.
030000
030100 PROCEDURE DIVISION.
030200
030300 0000-MAINLINE.
030400
030500     PERFORM 1000-INITIALIZE
030600         THRU 1000-EXIT
030700
030800     PERFORM 2000-READ-LEDGER-REC
030900         THRU 2000-EXIT
031000         UNTIL LB-LEDG-EOF
031100
031200     PERFORM 3000-PROVE-MASTER-BALANCE
031300         THRU 3000-EXIT
031400
031500     PERFORM 8000-PRINT-PROOF-SECTION
031600         THRU 8000-EXIT
031700
031800     DISPLAY "BALANCING DATE: " LB-BAL-DATE
031900     DISPLAY "RUNS LISTED: " LB-RUNS-LISTED
032000     DISPLAY "BREAKS: " LB-EXCEPTION-COUNT
032100
032200     PERFORM 9000-TERMINATE
032300         THRU 9000-EXIT
032400
032500*----------------------------------------------------------------
032600* SEVERITY FOR THE SCHEDULER - RC=8 WHEN ANY BREAK WAS RAISED (A
032700* RUN FAILED, A PROOF DID NOT HOLD, OR THE LEDGER COULD NOT BE
032800* READ), RC=4 WHEN THE MASTER BALANCE COULD NOT BE PROVED FOR
032900* WANT OF A MASTER-MODE RUN, RC=0 ONLY WHEN EVERY PROOF HOLDS -
033000* SO THE NIGHT CHAIN CAN BE STOPPED ON A BREAK.
033100*----------------------------------------------------------------
033200     IF LB-EXCEPTION-COUNT > ZERO OR LB-IO-ERROR
033300         MOVE 8 TO RETURN-CODE
033400     ELSE
033500         IF LB-WARNING
033600             MOVE 4 TO RETURN-CODE
033700         END-IF
033800     END-IF
033900
034000     STOP RUN.
034100
034200 1000-INITIALIZE.
034300*----------------------------------------------------------------
034400* THE BALANCING DATE DEFAULTS TO TODAY; A RERUN FOR AN EARLIER
034500* DAY GIVES THE DATE IN POSITIONS 1-8 OF THE PARM.  LEDGER
034600* RECORDS DATED AFTER THE BALANCING DATE ARE THEN IGNORED.
034700*----------------------------------------------------------------
034800     ACCEPT LB-RUN-DATE FROM DATE YYYYMMDD
034900     MOVE LB-RUN-DATE TO LB-BAL-DATE
035000
035100     ACCEPT LB-PARM-CARD FROM COMMAND-LINE
035200     IF LB-PARM-CARD(1:8) IS NUMERIC
035300         MOVE LB-PARM-CARD(1:8) TO LB-BAL-DATE
035400     END-IF
035500
035600     OPEN OUTPUT BAL-REPORT-FILE
035700     IF NOT LB-RPT-OK
035800         DISPLAY "ERROR OPENING BAL-REPORT-FILE - FILE STATUS "
035900             LB-RPT-STATUS
036000         MOVE 'Y' TO LB-IO-ERROR-FLAG
036100     END-IF
036200
036300     WRITE BAL-REPORT-LINE FROM LP-TITLE-LINE
036400     MOVE LB-RUN-DATE TO LP-RUN-DATE
036500     MOVE LB-BAL-DATE TO LP-BAL-DATE
036600     WRITE BAL-REPORT-LINE FROM LP-DATE-LINE
036700     WRITE BAL-REPORT-LINE FROM LP-BLANK-LINE
036800     WRITE BAL-REPORT-LINE FROM LP-RUNS-HDR-LINE
036900     WRITE BAL-REPORT-LINE FROM LP-RUN-HDR-LINE
037000
037100     OPEN INPUT LEDGER-FILE
037200     IF NOT LB-LEDG-OK
037300         DISPLAY "ERROR OPENING LEDGER-FILE - FILE STATUS "
037400             LB-LEDG-STATUS
037500         MOVE SPACES TO LB-EXC-RUN-MSG
037600         MOVE "LEDGBAL" TO LB-EXC-PROGRAM
037700         MOVE "ALL" TO LB-EXC-REGION-CODE
037800         MOVE "NO BALANCING LEDGER FILE - NOTHING CAN BE PROVED"
037900             TO LB-EXC-REASON
038000         MOVE LB-EXC-RUN-MSG TO LB-EXCEPTION-TEXT
038100         PERFORM 6000-LOG-EXCEPTION
038200             THRU 6000-EXIT
038300         MOVE 'Y' TO LB-LEDG-EOF-FLAG
038400     END-IF.
038500
038600 1000-EXIT.
038700     EXIT.
038800
038900 2000-READ-LEDGER-REC.
039000     READ LEDGER-FILE
039100         AT END
039200             MOVE 'Y' TO LB-LEDG-EOF-FLAG
039300         NOT AT END
039400             PERFORM 2100-NOTE-LEDGER-REC
039500                 THRU 2100-EXIT
039600     END-READ
039700
039800*    A READ FAILURE THAT IS NOT A CLEAN EOF MUST NOT SPIN THE
039900*    READ LOOP - THE PROOFS ARE ABANDONED AND THE RUN GOES HARD
040000*    ERROR.
040100     IF NOT LB-LEDG-OK AND NOT LB-LEDG-EOF
040200         DISPLAY "ERROR READING LEDGER-FILE - FILE STATUS "
040300             LB-LEDG-STATUS
040400         MOVE 'Y' TO LB-IO-ERROR-FLAG
040500         MOVE 'Y' TO LB-LEDG-EOF-FLAG
040600     END-IF.
040700
040800 2000-EXIT.
040900     EXIT.
041000
041100 2100-NOTE-LEDGER-REC.
041200*----------------------------------------------------------------
041300* ROUTES ONE LEDGER RECORD TO ITS WRITER'S PARAGRAPH.  A RECORD
041400* DATED AFTER THE BALANCING DATE IS NOT PART OF THIS PROOF.
041500*----------------------------------------------------------------
041600     IF LEDG-RUN-DATE IS NOT NUMERIC
041700         OR LEDG-RUN-DATE > LB-BAL-DATE
041800         GO TO 2100-EXIT
041900     END-IF
042000     IF LEDG-SEVERITY IS NOT NUMERIC
042100         MOVE 99 TO LEDG-SEVERITY
042200     END-IF
042300
042400     EVALUATE LEDG-PROGRAM
042500         WHEN "CUSTMAINT"
042600             PERFORM 2200-NOTE-CUSTMAINT
042700                 THRU 2200-EXIT
042800         WHEN "CUSTOMERBATCH"
042900             PERFORM 2300-NOTE-CUSTBATCH
043000                 THRU 2300-EXIT
043100         WHEN "CRMFEED"
043200             PERFORM 2400-NOTE-CRMFEED
043300                 THRU 2400-EXIT
043400         WHEN "CRMRESP"
043500             PERFORM 2500-NOTE-CRMRESP
043600                 THRU 2500-EXIT
043700         WHEN OTHER
043800             CONTINUE
043900     END-EVALUATE.
044000
044100 2100-EXIT.
044200     EXIT.
044300
044400 2200-NOTE-CUSTMAINT.
044500*----------------------------------------------------------------
044600* CUSTMAINT MOVEMENT ACCUMULATES WHATEVER ITS SEVERITY - A REFUSED
044700* BATCH STILL RELEASES WHAT CAME DUE OFF THE PENDING FILE, AND ITS
044800* MOVEMENT TOTALS SAY SO.  THE MOVEMENT GOES TO THE PROOF ENTRY
044810* FOR THE RUN'S REGION TAG.  REJECTED CLOSES THE RUN.
044900*----------------------------------------------------------------
045000     EVALUATE LEDG-TOTAL-ID
045100         WHEN "NETMOVE"
045110             PERFORM 2340-FIND-PROOF-ENTRY
045120                 THRU 2340-EXIT
045130             IF LB-RP-FOUND
045200                 ADD LEDG-COUNT
045210                     TO LB-RP-ACCUM-NET-COUNT(LB-RP-IDX)
045300                 ADD LEDG-AMOUNT
045310                     TO LB-RP-ACCUM-NET-MOVE(LB-RP-IDX)
045320             END-IF
045400         WHEN "MAINTMOV"
045410             PERFORM 2340-FIND-PROOF-ENTRY
045420                 THRU 2340-EXIT
045430             IF LB-RP-FOUND
045500                 ADD LEDG-COUNT
045510                     TO LB-RP-ACCUM-MAINT-COUNT(LB-RP-IDX)
045600                 ADD LEDG-AMOUNT
045610                     TO LB-RP-ACCUM-MAINT-MOVE(LB-RP-IDX)
045620             END-IF
045700         WHEN "REJECTED"
045800             IF LEDG-RUN-DATE = LB-BAL-DATE
045900                 MOVE "RUN SEVERITY" TO LB-CHECK-TEXT
046000                 MOVE 'N' TO LB-CHECK-MADE-FLAG
046100                 PERFORM 4000-PRINT-RUN-LINE
046200                     THRU 4000-EXIT
046300             END-IF
046400         WHEN OTHER
046500             CONTINUE
046600     END-EVALUATE.
046700
046800 2200-EXIT.
046900     EXIT.
047000
047100 2300-NOTE-CUSTBATCH.
047200*----------------------------------------------------------------
047300* CUSTOMERBATCH TOTALS.  A MASTER-MODE GRAND TOTAL FEEDS THE
047400* MASTER BALANCE PROOF FOR ITS REGION; THE VIP AND PREMIUM COUNTS
047500* OF A RUN ON THE BALANCING DATE ARE KEPT BY REGION TAG FOR THE
047600* FEED PROOF.  DUPLICAT CLOSES THE RUN.
047700*----------------------------------------------------------------
047800     EVALUATE LEDG-TOTAL-ID
047900         WHEN "VIP"
048000             MOVE LEDG-COUNT TO LB-CB-VIP-COUNT
048100         WHEN "PREMIUM"
048200             MOVE LEDG-COUNT TO LB-CB-PREM-COUNT
048300         WHEN "GRAND"
048400             IF LEDG-RUN-MODE = "MASTER"
048500                 AND LEDG-SEVERITY < 8
048600                 PERFORM 2310-NOTE-MASTER-GRAND
048700                     THRU 2310-EXIT
048800             END-IF
048900         WHEN "REJECTED"
049000             IF LEDG-RUN-MODE = "MASTER"
049100                 AND LEDG-SEVERITY < 8
049200                 AND LEDG-RUN-DATE = LB-BAL-DATE
049210                 PERFORM 2340-FIND-PROOF-ENTRY
049220                     THRU 2340-EXIT
049230                 IF LB-RP-FOUND
049300                     MOVE LEDG-COUNT
049310                         TO LB-RP-TODAY-REJECTED(LB-RP-IDX)
049320                 END-IF
049400             END-IF
049500         WHEN "DUPLICAT"
049600             IF LEDG-RUN-DATE = LB-BAL-DATE
049700                 PERFORM 2320-SAVE-CLASS-COUNTS
049800                     THRU 2320-EXIT
049900                 MOVE "RUN SEVERITY" TO LB-CHECK-TEXT
050000                 MOVE 'N' TO LB-CHECK-MADE-FLAG
050100                 PERFORM 4000-PRINT-RUN-LINE
050200                     THRU 4000-EXIT
050300             END-IF
050400         WHEN OTHER
050500             CONTINUE
050600     END-EVALUATE.
050700
050800 2300-EXIT.
050900     EXIT.
051000
051060 2310-NOTE-MASTER-GRAND.
051120     PERFORM 2340-FIND-PROOF-ENTRY
051180         THRU 2340-EXIT
051240     IF NOT LB-RP-FOUND
051300         GO TO 2310-EXIT
051360     END-IF
051420
051480     IF LEDG-RUN-DATE < LB-BAL-DATE
051540         MOVE 'Y' TO LB-PRIOR-FOUND-FLAG
051600         MOVE 'Y' TO LB-RP-PRIOR-FLAG(LB-RP-IDX)
051660         MOVE LEDG-RUN-DATE TO LB-RP-PRIOR-DATE(LB-RP-IDX)
051720         MOVE LEDG-COUNT TO LB-RP-PRIOR-COUNT(LB-RP-IDX)
051780         MOVE LEDG-AMOUNT TO LB-RP-PRIOR-BAL(LB-RP-IDX)
051840         MOVE ZERO TO LB-RP-ACCUM-NET-COUNT(LB-RP-IDX)
051900         MOVE ZERO TO LB-RP-ACCUM-NET-MOVE(LB-RP-IDX)
051960         MOVE ZERO TO LB-RP-ACCUM-MAINT-COUNT(LB-RP-IDX)
052020         MOVE ZERO TO LB-RP-ACCUM-MAINT-MOVE(LB-RP-IDX)
052080     ELSE
052140         MOVE 'Y' TO LB-TODAY-FOUND-FLAG
052200         MOVE 'Y' TO LB-RP-TODAY-FLAG(LB-RP-IDX)
052260         MOVE LEDG-COUNT TO LB-RP-TODAY-COUNT(LB-RP-IDX)
052320         MOVE LEDG-AMOUNT TO LB-RP-TODAY-BAL(LB-RP-IDX)
052380         MOVE ZERO TO LB-RP-TODAY-REJECTED(LB-RP-IDX)
052440         MOVE LB-RP-ACCUM-NET-COUNT(LB-RP-IDX)
052500             TO LB-RP-PROOF-NET-COUNT(LB-RP-IDX)
052560         MOVE LB-RP-ACCUM-NET-MOVE(LB-RP-IDX)
052620             TO LB-RP-PROOF-NET-MOVE(LB-RP-IDX)
052680         MOVE LB-RP-ACCUM-MAINT-COUNT(LB-RP-IDX)
052740             TO LB-RP-PROOF-MAINT-COUNT(LB-RP-IDX)
052800         MOVE LB-RP-ACCUM-MAINT-MOVE(LB-RP-IDX)
052860             TO LB-RP-PROOF-MAINT-MOVE(LB-RP-IDX)
052920     END-IF.
053000
053200 2310-EXIT.
053300     EXIT.
053400
053500 2320-SAVE-CLASS-COUNTS.
053600*----------------------------------------------------------------
053700* A LATER RUN FOR THE SAME REGION TAG SUPERSEDES AN EARLIER ONE -
053800* IT REBUILT THE CLASSIFICATION FILES THE FEED READS.  TAGS
053900* BEYOND THE 50-REGION CAPACITY ARE DROPPED, AND A FEED FOR ONE
054000* OF THEM THEN BREAKS AS HAVING NO CLASSIFICATION TOTALS.
054100*----------------------------------------------------------------
054200     PERFORM 2330-FIND-CLASS-ENTRY
054300         THRU 2330-EXIT
054400
054500     IF NOT LB-CLASS-FOUND
054600         IF LB-CLASS-COUNT < 50
054700             ADD 1 TO LB-CLASS-COUNT
054800             SET LB-CLASS-IDX TO LB-CLASS-COUNT
054900             MOVE LEDG-REGION-CODE
055000                 TO LB-CLASS-REGION(LB-CLASS-IDX)
055100         ELSE
055200             GO TO 2320-EXIT
055300         END-IF
055400     END-IF
055500
055600     MOVE LB-CB-VIP-COUNT TO LB-CLASS-VIP-COUNT(LB-CLASS-IDX)
055700     MOVE LB-CB-PREM-COUNT TO LB-CLASS-PREM-COUNT(LB-CLASS-IDX).
055800
055900 2320-EXIT.
056000     EXIT.
056100
056200 2330-FIND-CLASS-ENTRY.
056300     MOVE 'N' TO LB-CLASS-FOUND-FLAG
056400
056500     IF LB-CLASS-COUNT = ZERO
056600         GO TO 2330-EXIT
056700     END-IF
056800
056900     SET LB-CLASS-IDX TO 1
057000     SEARCH LB-CLASS-ENTRY
057100         AT END
057200             CONTINUE
057300         WHEN LB-CLASS-REGION(LB-CLASS-IDX) = LEDG-REGION-CODE
057400             MOVE 'Y' TO LB-CLASS-FOUND-FLAG
057500     END-SEARCH.
057600
057700 2330-EXIT.
057800     EXIT.
057900
057901 2340-FIND-PROOF-ENTRY.
057902*----------------------------------------------------------------
057903* FINDS THE MASTER PROOF ENTRY FOR THE RECORD'S REGION TAG, ADDING
057904* IT AT FIRST SIGHT WITH NOTHING FOUND ON EITHER SIDE.  A TAG
057905* BEYOND THE 50-REGION CAPACITY CANNOT BE PROVED - THAT IS A
057906* BREAK, RAISED ONCE.
057907*----------------------------------------------------------------
057908     MOVE 'N' TO LB-RP-FOUND-FLAG
057909
057910     IF LB-RP-COUNT > ZERO
057911         SET LB-RP-IDX TO 1
057912         SEARCH LB-RP-ENTRY
057913             AT END
057914                 CONTINUE
057915             WHEN LB-RP-REGION(LB-RP-IDX) = LEDG-REGION-CODE
057916                 MOVE 'Y' TO LB-RP-FOUND-FLAG
057917         END-SEARCH
057918     END-IF
057919
057920     IF LB-RP-FOUND
057921         GO TO 2340-EXIT
057922     END-IF
057923
057924     IF LB-RP-COUNT NOT < 50
057925         IF NOT LB-RP-FULL
057926             MOVE 'Y' TO LB-RP-FULL-FLAG
057927             MOVE SPACES TO LB-EXC-RUN-MSG
057928             MOVE "LEDGBAL" TO LB-EXC-PROGRAM
057929             MOVE LEDG-REGION-CODE TO LB-EXC-REGION-CODE
057930             MOVE "MORE THAN 50 REGION TAGS - REGION NOT PROVED"
057931                 TO LB-EXC-REASON
057932             MOVE LB-EXC-RUN-MSG TO LB-EXCEPTION-TEXT
057933             PERFORM 6000-LOG-EXCEPTION
057934                 THRU 6000-EXIT
057935         END-IF
057936         GO TO 2340-EXIT
057937     END-IF
057938
057939     ADD 1 TO LB-RP-COUNT
057940     SET LB-RP-IDX TO LB-RP-COUNT
057941     MOVE LEDG-REGION-CODE TO LB-RP-REGION(LB-RP-IDX)
057942     MOVE 'N' TO LB-RP-PRIOR-FLAG(LB-RP-IDX)
057943     MOVE 'N' TO LB-RP-TODAY-FLAG(LB-RP-IDX)
057944     MOVE ZERO TO LB-RP-PRIOR-DATE(LB-RP-IDX)
057945     MOVE ZERO TO LB-RP-PRIOR-COUNT(LB-RP-IDX)
057946     MOVE ZERO TO LB-RP-PRIOR-BAL(LB-RP-IDX)
057947     MOVE ZERO TO LB-RP-TODAY-COUNT(LB-RP-IDX)
057948     MOVE ZERO TO LB-RP-TODAY-BAL(LB-RP-IDX)
057949     MOVE ZERO TO LB-RP-TODAY-REJECTED(LB-RP-IDX)
057950     MOVE ZERO TO LB-RP-ACCUM-NET-COUNT(LB-RP-IDX)
057951     MOVE ZERO TO LB-RP-ACCUM-NET-MOVE(LB-RP-IDX)
057952     MOVE ZERO TO LB-RP-ACCUM-MAINT-COUNT(LB-RP-IDX)
057953     MOVE ZERO TO LB-RP-ACCUM-MAINT-MOVE(LB-RP-IDX)
057954     MOVE ZERO TO LB-RP-PROOF-NET-COUNT(LB-RP-IDX)
057955     MOVE ZERO TO LB-RP-PROOF-NET-MOVE(LB-RP-IDX)
057956     MOVE ZERO TO LB-RP-PROOF-MAINT-COUNT(LB-RP-IDX)
057957     MOVE ZERO TO LB-RP-PROOF-MAINT-MOVE(LB-RP-IDX)
057958     MOVE ZERO TO LB-RP-EXPECTED-BAL(LB-RP-IDX)
057959     MOVE ZERO TO LB-RP-DIFFERENCE(LB-RP-IDX)
057960     MOVE SPACES TO LB-RP-RESULT(LB-RP-IDX)
057961     MOVE 'Y' TO LB-RP-FOUND-FLAG.
057962
057963 2340-EXIT.
057964     EXIT.
057980
058000 2400-NOTE-CRMFEED.
058100*----------------------------------------------------------------
058200* CRMFEED TOTALS.  DROPOUT CLOSES THE RUN, WHICH IS WHERE THE
058300* FEED IS PROVED AGAINST THE DAY'S CLASSIFICATION FOR ITS REGION.
058400*----------------------------------------------------------------
058500     EVALUATE LEDG-TOTAL-ID
058600         WHEN "DETAIL"
058700             MOVE LEDG-COUNT TO LB-CF-DETAIL-COUNT
058800         WHEN "SUPPRESS"
058900             MOVE LEDG-COUNT TO LB-CF-SUPP-COUNT
059000         WHEN "UNCHANGD"
059100             MOVE LEDG-COUNT TO LB-CF-UNCHANGED-COUNT
059200         WHEN "DROPOUT"
059300             IF LEDG-RUN-DATE = LB-BAL-DATE
059400                 PERFORM 2410-PROVE-FEED
059500                     THRU 2410-EXIT
059600             END-IF
059700         WHEN OTHER
059800             CONTINUE
059900     END-EVALUATE.
060000
060100 2400-EXIT.
060200     EXIT.
060300
060400 2410-PROVE-FEED.
060500*----------------------------------------------------------------
060600* DETAILS SENT = CLASSIFIED VIP + PREMIUM - SUPPRESSED - HELD
060700* BACK AS UNCHANGED + DROP-OUTS.  ON A FULL FEED THE LAST TWO ARE
060800* ZERO AND THIS IS VIP + PREMIUM - SUPPRESSED.
060900*----------------------------------------------------------------
061000     MOVE "DETAIL VS CLASSIFICATION" TO LB-CHECK-TEXT
061100     MOVE LB-CF-DETAIL-COUNT TO LB-ACTUAL-COUNT
061200
061300     PERFORM 2330-FIND-CLASS-ENTRY
061400         THRU 2330-EXIT
061500
061600     IF NOT LB-CLASS-FOUND
061700         MOVE 'N' TO LB-CHECK-MADE-FLAG
061800         MOVE 'Y' TO LB-NO-CLASS-FLAG
061900         PERFORM 4000-PRINT-RUN-LINE
062000             THRU 4000-EXIT
062100         GO TO 2410-EXIT
062200     END-IF
062300
062400     COMPUTE LB-EXPECTED-COUNT =
062500         LB-CLASS-VIP-COUNT(LB-CLASS-IDX)
062600         + LB-CLASS-PREM-COUNT(LB-CLASS-IDX)
062700         - LB-CF-SUPP-COUNT - LB-CF-UNCHANGED-COUNT + LEDG-COUNT
062800     MOVE 'Y' TO LB-CHECK-MADE-FLAG
062900     PERFORM 4000-PRINT-RUN-LINE
063000         THRU 4000-EXIT.
063100
063200 2410-EXIT.
063300     EXIT.
063400
063500 2500-NOTE-CRMRESP.
063600*----------------------------------------------------------------
063700* CRMRESP TOTALS.  EVERY RESPONSE READ LANDS IN EXACTLY ONE
063800* OUTCOME COUNT; BADOUTC CLOSES THE RUN AND IS WHERE IT FOOTS.
063900*----------------------------------------------------------------
064000     EVALUATE LEDG-TOTAL-ID
064100         WHEN "RESPREAD"
064200             MOVE LEDG-COUNT TO LB-CR-READ-COUNT
064300             MOVE ZERO TO LB-CR-OUTCOME-COUNT
064400         WHEN "CONTACT"
064500             ADD LEDG-COUNT TO LB-CR-OUTCOME-COUNT
064600         WHEN "OPTOUT"
064700             ADD LEDG-COUNT TO LB-CR-OUTCOME-COUNT
064800         WHEN "UNDELIV"
064900             ADD LEDG-COUNT TO LB-CR-OUTCOME-COUNT
065000         WHEN "ALRDSUPP"
065100             ADD LEDG-COUNT TO LB-CR-OUTCOME-COUNT
065200         WHEN "BADOUTC"
065300             ADD LEDG-COUNT TO LB-CR-OUTCOME-COUNT
065400             IF LEDG-RUN-DATE = LB-BAL-DATE
065500                 MOVE "RESPONSES FOOT TO OUTCOMES"
065600                     TO LB-CHECK-TEXT
065700                 MOVE LB-CR-OUTCOME-COUNT TO LB-EXPECTED-COUNT
065800                 MOVE LB-CR-READ-COUNT TO LB-ACTUAL-COUNT
065900                 MOVE 'Y' TO LB-CHECK-MADE-FLAG
066000                 PERFORM 4000-PRINT-RUN-LINE
066100                     THRU 4000-EXIT
066200             END-IF
066300         WHEN OTHER
066400             CONTINUE
066500     END-EVALUATE.
066600
066700 2500-EXIT.
066800     EXIT.
066900
067060 3000-PROVE-MASTER-BALANCE.
067220*----------------------------------------------------------------
067380* YESTERDAY'S MASTER BALANCE + THE DAY'S CUSTMAINT MOVEMENT MUST
067540* EQUAL TODAY'S, REGION BY REGION.  WITH NO MASTER-MODE RUN ON
067700* ONE SIDE FOR ANY REGION AT ALL THE PROOF CANNOT BE MADE - A
067860* WARNING, NOT A BREAK, SINCE THE FIRST DAY ON THE LEDGER HAS
068020* NOTHING TO CARRY FORWARD.  ONCE BOTH SIDES ARE ON THE LEDGER,
068180* A REGION THAT HAS ONLY ONE OF THEM IS UNMATCHED AND A BREAK.
068340*----------------------------------------------------------------
068500     IF NOT LB-TODAY-FOUND
068660         MOVE "NOT PROVED - NO MASTER-MODE RUN TODAY"
068820             TO LB-PROOF-RESULT
068980         MOVE 'Y' TO LB-WARNING-FLAG
069140     ELSE
069300         IF NOT LB-PRIOR-FOUND
069460             MOVE "NOT PROVED - NO EARLIER MASTER-MODE RUN"
069620                 TO LB-PROOF-RESULT
069780             MOVE 'Y' TO LB-WARNING-FLAG
069940         END-IF
070100     END-IF
070260
070420     PERFORM 3100-PROVE-ONE-REGION
070580         THRU 3100-EXIT
070740         VARYING LB-RP-SUB FROM 1 BY 1
070900         UNTIL LB-RP-SUB > LB-RP-COUNT.
071000
071100 3000-EXIT.
071200     EXIT.
071300
071301 3100-PROVE-ONE-REGION.
071302     IF LB-WARNING
071303         MOVE LB-PROOF-RESULT TO LB-RP-RESULT(LB-RP-SUB)
071304         GO TO 3100-EXIT
071305     END-IF
071306
071307     MOVE SPACES TO LB-EXC-RUN-MSG
071308     MOVE "CUSTOMERBATCH" TO LB-EXC-PROGRAM
071309     MOVE LB-RP-REGION(LB-RP-SUB) TO LB-EXC-REGION-CODE
071310
071311     IF NOT LB-RP-TODAY-FOUND(LB-RP-SUB)
071312         MOVE "*** BREAK - UNMATCHED - NO MASTER-MODE RUN TODAY"
071313             TO LB-RP-RESULT(LB-RP-SUB)
071314         MOVE "UNMATCHED REGION - NO MASTER-MODE RUN TODAY"
071315             TO LB-EXC-REASON
071316         MOVE LB-EXC-RUN-MSG TO LB-EXCEPTION-TEXT
071317         PERFORM 6000-LOG-EXCEPTION
071318             THRU 6000-EXIT
071319         GO TO 3100-EXIT
071320     END-IF
071321
071322     IF NOT LB-RP-PRIOR-FOUND(LB-RP-SUB)
071323         MOVE "*** BREAK - UNMATCHED - NO EARLIER MASTER-MODE RUN"
071324             TO LB-RP-RESULT(LB-RP-SUB)
071325         MOVE "UNMATCHED REGION - NO EARLIER MASTER-MODE RUN"
071326             TO LB-EXC-REASON
071327         MOVE LB-EXC-RUN-MSG TO LB-EXCEPTION-TEXT
071328         PERFORM 6000-LOG-EXCEPTION
071329             THRU 6000-EXIT
071330         GO TO 3100-EXIT
071331     END-IF
071332
071333     COMPUTE LB-RP-EXPECTED-BAL(LB-RP-SUB) =
071334         LB-RP-PRIOR-BAL(LB-RP-SUB)
071335         + LB-RP-PROOF-NET-MOVE(LB-RP-SUB)
071336         + LB-RP-PROOF-MAINT-MOVE(LB-RP-SUB)
071337     COMPUTE LB-RP-DIFFERENCE(LB-RP-SUB) =
071338         LB-RP-TODAY-BAL(LB-RP-SUB)
071339         - LB-RP-EXPECTED-BAL(LB-RP-SUB)
071340
071341     IF LB-RP-DIFFERENCE(LB-RP-SUB) = ZERO
071342         MOVE "IN BALANCE - MASTER BALANCE CARRIES FORWARD"
071343             TO LB-RP-RESULT(LB-RP-SUB)
071344     ELSE
071345         MOVE "*** BREAK - MASTER BALANCE DOES NOT CARRY FORWARD"
071346             TO LB-RP-RESULT(LB-RP-SUB)
071347         MOVE "MASTER BALANCE DOES NOT CARRY FORWARD - SEE PROOF"
071348             TO LB-EXC-REASON
071349         MOVE LB-EXC-RUN-MSG TO LB-EXCEPTION-TEXT
071350         PERFORM 6000-LOG-EXCEPTION
071351             THRU 6000-EXIT
071352     END-IF.
071353
071354 3100-EXIT.
071355     EXIT.
071380
071400 4000-PRINT-RUN-LINE.
071500*----------------------------------------------------------------
071600* ONE LINE PER RUN ON THE BALANCING DATE.  A RUN THAT ENDED AT
071700* RC=8 IS A BREAK WHATEVER ITS TOTALS SAY; OTHERWISE A CHECK THAT
071800* WAS MADE MUST COME OUT EVEN, AND A FEED WITH NO CLASSIFICATION
071900* TOTALS TO CHECK AGAINST IS A BREAK IN ITSELF.
072000*----------------------------------------------------------------
072100     ADD 1 TO LB-RUNS-LISTED
072200     MOVE LEDG-PROGRAM TO LP-PROGRAM
072300     MOVE LEDG-REGION-CODE TO LP-REGION-CODE
072400     MOVE LEDG-RUN-MODE TO LP-RUN-MODE
072500     MOVE LEDG-SEVERITY TO LP-SEVERITY
072600     MOVE LB-CHECK-TEXT TO LP-CHECK-TEXT
072700
072800     IF LB-CHECK-MADE
072900         MOVE LB-EXPECTED-COUNT TO LP-EXPECTED
073000         MOVE LB-ACTUAL-COUNT TO LP-ACTUAL
073100     ELSE
073200         MOVE SPACES TO LP-EXPECTED-X
073300         MOVE SPACES TO LP-ACTUAL-X
073400     END-IF
073500
073600     MOVE SPACES TO LB-EXC-RUN-MSG
073700     MOVE LEDG-PROGRAM TO LB-EXC-PROGRAM
073800     MOVE LEDG-REGION-CODE TO LB-EXC-REGION-CODE
073900
074000     IF LEDG-SEVERITY NOT < 8
074100         MOVE "BREAK - RUN FAILED" TO LP-RESULT
074200         MOVE "RUN ENDED AT RC=8 OR WORSE" TO LB-EXC-REASON
074300         MOVE LB-EXC-RUN-MSG TO LB-EXCEPTION-TEXT
074400         PERFORM 6000-LOG-EXCEPTION
074500             THRU 6000-EXIT
074600     ELSE
074700         IF LB-CHECK-MADE
074800             IF LB-EXPECTED-COUNT = LB-ACTUAL-COUNT
074900                 MOVE "IN BALANCE" TO LP-RESULT
075000             ELSE
075100                 MOVE "BREAK - OUT OF BALANCE" TO LP-RESULT
075200                 MOVE LB-CHECK-TEXT TO LB-EXC-REASON
075300                 MOVE LB-EXC-RUN-MSG TO LB-EXCEPTION-TEXT
075400                 PERFORM 6000-LOG-EXCEPTION
075500                     THRU 6000-EXIT
075600             END-IF
075700         ELSE
075800             IF LB-NO-CLASS
075900                 MOVE "BREAK - NO CLASSIFICATION" TO LP-RESULT
076000                 MOVE "NO CUSTOMERBATCH TOTALS FOR THE REGION"
076100                     TO LB-EXC-REASON
076200                 MOVE LB-EXC-RUN-MSG TO LB-EXCEPTION-TEXT
076300                 PERFORM 6000-LOG-EXCEPTION
076400                     THRU 6000-EXIT
076500             ELSE
076600                 MOVE "COMPLETED" TO LP-RESULT
076700             END-IF
076800         END-IF
076900     END-IF
077000
077100     MOVE 'N' TO LB-NO-CLASS-FLAG
077200     WRITE BAL-REPORT-LINE FROM LP-RUN-LINE.
077300
077400 4000-EXIT.
077500     EXIT.
077600
077700 6000-LOG-EXCEPTION.
077800*----------------------------------------------------------------
077900* HOLDS LB-EXCEPTION-TEXT FOR THE BREAKS SECTION AT THE BOTTOM OF
078000* THE REPORT.  BEYOND 100 THE TEXTS ARE DROPPED BUT THE RUN IS
078100* ALREADY A HARD ERROR MANY TIMES OVER.
078200*----------------------------------------------------------------
078300     IF LB-EXCEPTION-COUNT < 100
078400         ADD 1 TO LB-EXCEPTION-COUNT
078500         MOVE LB-EXCEPTION-TEXT
078600             TO LB-EXCEPTION-LINE(LB-EXCEPTION-COUNT)
078700     END-IF.
078800
078900 6000-EXIT.
079000     EXIT.
079100
079200 8000-PRINT-PROOF-SECTION.
079300     IF LB-RUNS-LISTED = ZERO
079400         WRITE BAL-REPORT-LINE FROM LP-NO-RUNS-LINE
079500     END-IF
079600     WRITE BAL-REPORT-LINE FROM LP-BLANK-LINE
079700     WRITE BAL-REPORT-LINE FROM LP-PROOF-HDR-LINE
079800
080270     IF LB-RP-COUNT = ZERO
080740         MOVE LB-PROOF-RESULT TO LP-PROOF-RESULT
081210         WRITE BAL-REPORT-LINE FROM LP-PROOF-RESULT-LINE
081680         WRITE BAL-REPORT-LINE FROM LP-BLANK-LINE
082150     END-IF
082620
083090     PERFORM 8200-PRINT-REGION-PROOF
083560         THRU 8200-EXIT
084030         VARYING LB-RP-SUB FROM 1 BY 1
084500         UNTIL LB-RP-SUB > LB-RP-COUNT
085000
085100     IF LB-EXCEPTION-COUNT = ZERO
085200         WRITE BAL-REPORT-LINE FROM LP-CLEAN-LINE
085300     ELSE
085400         WRITE BAL-REPORT-LINE FROM LP-EXCEPT-HDR-LINE
085500         PERFORM 8100-PRINT-EXCEPTION-LINE
085600             THRU 8100-EXIT
085700             VARYING LB-EXCEPTION-SUB FROM 1 BY 1
085800             UNTIL LB-EXCEPTION-SUB > LB-EXCEPTION-COUNT
085900     END-IF
086000
086100     IF NOT LB-RPT-OK
086200         DISPLAY "ERROR WRITING BAL-REPORT-FILE - FILE STATUS "
086300             LB-RPT-STATUS
086400         MOVE 'Y' TO LB-IO-ERROR-FLAG
086500     END-IF.
086600
086700 8000-EXIT.
086800     EXIT.
086900
087000 8100-PRINT-EXCEPTION-LINE.
087100     MOVE LB-EXCEPTION-LINE(LB-EXCEPTION-SUB)
087200         TO LP-EXCEPT-TEXT
087300     WRITE BAL-REPORT-LINE FROM LP-EXCEPT-LINE.
087400
087500 8100-EXIT.
087600     EXIT.
087700
087701 8200-PRINT-REGION-PROOF.
087702     MOVE LB-RP-REGION(LB-RP-SUB) TO LP-PROOF-REGION
087703     WRITE BAL-REPORT-LINE FROM LP-PROOF-REGION-LINE
087704
087705     MOVE "PRIOR MASTER-MODE GRAND TOTAL" TO LP-PROOF-LABEL
087706     IF LB-RP-PRIOR-FOUND(LB-RP-SUB)
087707         MOVE LB-RP-PRIOR-DATE(LB-RP-SUB) TO LP-PROOF-DATE
087708     ELSE
087709         MOVE SPACES TO LP-PROOF-DATE
087710     END-IF
087711     MOVE LB-RP-PRIOR-COUNT(LB-RP-SUB) TO LP-PROOF-COUNT
087712     MOVE LB-RP-PRIOR-BAL(LB-RP-SUB) TO LP-PROOF-AMOUNT
087713     WRITE BAL-REPORT-LINE FROM LP-PROOF-LINE
087714
087715     MOVE SPACES TO LP-PROOF-DATE
087716     MOVE "CUSTMAINT 'M' ADJUSTMENTS" TO LP-PROOF-LABEL
087717     MOVE LB-RP-PROOF-NET-COUNT(LB-RP-SUB) TO LP-PROOF-COUNT
087718     MOVE LB-RP-PROOF-NET-MOVE(LB-RP-SUB) TO LP-PROOF-AMOUNT
087719     WRITE BAL-REPORT-LINE FROM LP-PROOF-LINE
087720
087721     MOVE "CUSTMAINT ADDS, CHANGES AND CLOSES" TO LP-PROOF-LABEL
087722     MOVE LB-RP-PROOF-MAINT-COUNT(LB-RP-SUB) TO LP-PROOF-COUNT
087723     MOVE LB-RP-PROOF-MAINT-MOVE(LB-RP-SUB) TO LP-PROOF-AMOUNT
087724     WRITE BAL-REPORT-LINE FROM LP-PROOF-LINE
087725
087726     MOVE "EXPECTED MASTER BALANCE" TO LP-PROOF-LABEL
087727     MOVE SPACES TO LP-PROOF-COUNT-X
087728     MOVE LB-RP-EXPECTED-BAL(LB-RP-SUB) TO LP-PROOF-AMOUNT
087729     WRITE BAL-REPORT-LINE FROM LP-PROOF-LINE
087730
087731     MOVE "TODAY'S MASTER-MODE GRAND TOTAL" TO LP-PROOF-LABEL
087732     IF LB-RP-TODAY-FOUND(LB-RP-SUB)
087733         MOVE LB-BAL-DATE TO LP-PROOF-DATE
087734     END-IF
087735     MOVE LB-RP-TODAY-COUNT(LB-RP-SUB) TO LP-PROOF-COUNT
087736     MOVE LB-RP-TODAY-BAL(LB-RP-SUB) TO LP-PROOF-AMOUNT
087737     WRITE BAL-REPORT-LINE FROM LP-PROOF-LINE
087738
087739     MOVE SPACES TO LP-PROOF-DATE
087740     MOVE "DIFFERENCE" TO LP-PROOF-LABEL
087741     MOVE SPACES TO LP-PROOF-COUNT-X
087742     MOVE LB-RP-DIFFERENCE(LB-RP-SUB) TO LP-PROOF-AMOUNT
087743     WRITE BAL-REPORT-LINE FROM LP-PROOF-LINE
087744
087745     MOVE LB-RP-RESULT(LB-RP-SUB) TO LP-PROOF-RESULT
087746     WRITE BAL-REPORT-LINE FROM LP-PROOF-RESULT-LINE
087747
087748*    THE MASTER-MODE GRAND TOTAL COVERS CLASSIFIED CUSTOMERS ONLY,
087749*    SO A REJECTED MASTER RECORD IS THE FIRST PLACE TO LOOK WHEN
087750*    THE PROOF BREAKS.
087751     IF LB-RP-TODAY-REJECTED(LB-RP-SUB) > ZERO
087752         MOVE LB-RP-TODAY-REJECTED(LB-RP-SUB) TO LP-REJECT-COUNT
087753         WRITE BAL-REPORT-LINE FROM LP-REJECT-NOTE-LINE
087754     END-IF
087755     WRITE BAL-REPORT-LINE FROM LP-BLANK-LINE.
087756
087757 8200-EXIT.
087758     EXIT.
087780
087800 9000-TERMINATE.
087900     IF NOT LB-LEDG-NOT-FOUND
088000         CLOSE LEDGER-FILE
088100     END-IF
088200     CLOSE BAL-REPORT-FILE
088300     IF NOT LB-RPT-OK
088400         DISPLAY "ERROR CLOSING BAL-REPORT-FILE - FILE STATUS "
088500             LB-RPT-STATUS
088600         MOVE 'Y' TO LB-IO-ERROR-FLAG
088700     END-IF.
088800
088900 9000-EXIT.
089000     EXIT.
