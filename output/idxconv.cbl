000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. IDXCONV.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    ONE-TIME CONVERSION OF THE TIER HISTORY, SUPPRESSION LIST AND
000900*    CRM FEED STATE FILES FROM SEQUENTIAL TO INDEXED ON CUST-ID.
001000*    RUN ONCE PER REGIONAL FILE SET, BEFORE THE FIRST RUN OF THE
001100*    PROGRAMS THAT NOW READ AND UPDATE THOSE FILES BY KEY.  THE
001200*    OLD SEQUENTIAL FILES ARE READ FROM TIERHSEQ, SUPPSEQ AND
001300*    CRMSTSEQ AND LOADED INTO THE NEW INDEXED TIERHIST, SUPPFILE
001400*    AND CRMSTATE.
001500*
001600*    A TIER HISTORY FILE STILL ON THE 23-BYTE LAYOUT THAT PREDATES
001700*    HIST-PRIOR-TIER IS DETECTED ON ITS FIRST RECORD, THE SAME WAY
001800*    CUSTOMERBATCH USED TO, AND LOADED WITH NO PRIOR TIER.
001900*
002000*    A RECORD WITH NO USABLE CUST-ID, OR A SECOND RECORD FOR A
002100*    CUST-ID ALREADY LOADED, IS REJECTED AND LISTED.  EACH NEW
002200*    FILE IS READ BACK IN KEY ORDER AFTER THE LOAD, AND THE REPORT
002300*    PROVES FOR EACH FILE THAT THE RECORDS AND THE BALANCE TOTAL
002400*    READ FROM THE OLD FILE EQUAL THOSE ON THE NEW ONE PLUS THOSE
002500*    REJECTED.  THE SUPPRESSION LIST CARRIES NO BALANCE, SO A HASH
002600*    OF ITS CUST-IDS STANDS IN FOR THE TOTAL.
002700*
002800*    AN INDEXED FILE THAT ALREADY HOLDS RECORDS IS NOT TOUCHED -
002900*    IT HAS BEEN CONVERTED ALREADY, AND RELOADING IT FROM THE OLD
003000*    FILE WOULD THROW AWAY EVERY UPDATE MADE SINCE.
003100*
003200*    MODIFICATION HISTORY.
003300*    ------------------------------------------------------------
003400*    DATE       INIT  DESCRIPTION
003500*    ---------  ----  --------------------------------------------
003600*    10/15/2026 DT    ORIGINAL PROGRAM.
003700*    ------------------------------------------------------------
003800
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600*----------------------------------------------------------------
004700* DD-NAME-STYLE LITERALS, THE SAME CONVENTION THE REST OF THE
004800* SYSTEM USES.  TIERHSEQ, SUPPSEQ AND CRMSTSEQ ARE THE OLD
004900* SEQUENTIAL FILES; TIERHIST, SUPPFILE AND CRMSTATE THE NEW
005000* INDEXED ONES.
005100*----------------------------------------------------------------
005200     SELECT HIST-SEQ-FILE ASSIGN TO "TIERHSEQ"
005300         FILE STATUS IS IC-HSEQ-STATUS.
005400
005500*    A SECOND VIEW OF TIERHSEQ FRAMED AT THE 23-BYTE LAYOUT THE
005600*    FILE CARRIED BEFORE HIST-PRIOR-TIER - USED ONLY WHEN THE
005700*    FIRST READ DETECTS A FILE STILL ON THE OLD LAYOUT.
005800     SELECT HIST-SEQ-OLD-FILE ASSIGN TO "TIERHSEQ"
005900         FILE STATUS IS IC-HOLD-STATUS.
006000
006100     SELECT SUPP-SEQ-FILE ASSIGN TO "SUPPSEQ"
006200         FILE STATUS IS IC-SSEQ-STATUS.
006300
006400     SELECT STATE-SEQ-FILE ASSIGN TO "CRMSTSEQ"
006500         FILE STATUS IS IC-CSEQ-STATUS.
006600
006700     SELECT TIER-HISTORY-FILE ASSIGN TO "TIERHIST"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS HIST-CUST-ID
007100         FILE STATUS IS IC-HIST-STATUS.
007200
007300     SELECT SUPPRESS-FILE ASSIGN TO "SUPPFILE"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS SUPP-CUST-ID
007700         FILE STATUS IS IC-SUPP-STATUS.
007800
007900     SELECT CRM-STATE-FILE ASSIGN TO "CRMSTATE"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS CST-CUST-ID
008300         FILE STATUS IS IC-STATE-STATUS.
008400
008500     SELECT CONV-REPORT-FILE ASSIGN TO "ICRPFILE"
008600         FILE STATUS IS IC-RPT-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000
009100*================================================================
009200* THE OLD SEQUENTIAL FILES ARE READ AS RAW RECORD IMAGES INTO THE
009300* NEW FILES' RECORD AREAS, WHICH CARRY THE SAME LAYOUTS.
009400*================================================================
009500 FD  HIST-SEQ-FILE.
009600 01  HIST-SEQ-REC                PIC X(24).
009700
009800*================================================================
009900* HIST-SEQ-OLD-FILE READS TIERHSEQ AT THE 23-BYTE LAYOUT THAT
010000* PREDATES HIST-PRIOR-TIER.  THE FILE IS RECORD-SEQUENTIAL, SO A
010100* FILE WRITTEN BEFORE THE FIELD WOULD FRAME-SHIFT UNDER THE
010200* 24-BYTE FRAME.
010300*================================================================
010400 FD  HIST-SEQ-OLD-FILE.
010500 01  HIST-SEQ-OLD-REC.
010600     05  HISTO-CUST-ID           PIC 9(05).
010700     05  HISTO-TIER              PIC X(01).
010800     05  HISTO-BALANCE           PIC S9(07)V99.
010900     05  HISTO-RUN-DATE          PIC 9(08).
011000
011100 FD  SUPP-SEQ-FILE.
011200 01  SUPP-SEQ-REC                PIC X(14).
011300
011400 FD  STATE-SEQ-FILE.
011500 01  STATE-SEQ-REC               PIC X(54).
011600
011700*================================================================
011800* THE NEW INDEXED FILES, ON THE SHARED LAYOUTS THE READING AND
011900* UPDATING PROGRAMS COPY.
012000*================================================================
012100 FD  TIER-HISTORY-FILE.
012200 01  TIER-HISTORY-REC.
012300     COPY HISTREC.
012400
012500 FD  SUPPRESS-FILE.
012600 01  SUPPRESS-REC.
012700     COPY SUPPREC.
012800
012900 FD  CRM-STATE-FILE.
013000 01  CRM-STATE-REC.
013100     COPY CRMSTREC.
013200
013300*================================================================
013400* CONV-REPORT-FILE IS THE PRINTED CONVERSION REPORT - ONE 132-BYTE
013500* PRINT IMAGE PER LINE, THE SAME CONVENTION AS THE OTHER REPORTS
013600* IN THIS SYSTEM.
013700*================================================================
013800 FD  CONV-REPORT-FILE.
013900 01  CONV-REPORT-LINE            PIC X(132).
014000
014100 WORKING-STORAGE SECTION.
014200
014300 01  IC-SWITCHES.
014400     05  IC-HSEQ-STATUS          PIC X(02) VALUE SPACES.
014500         88  IC-HSEQ-OK                  VALUE '00'.
014600         88  IC-HSEQ-NOT-FOUND           VALUE '35'.
014700     05  IC-HOLD-STATUS          PIC X(02) VALUE SPACES.
014800         88  IC-HOLD-OK                  VALUE '00'.
014900     05  IC-SSEQ-STATUS          PIC X(02) VALUE SPACES.
015000         88  IC-SSEQ-OK                  VALUE '00'.
015100         88  IC-SSEQ-NOT-FOUND           VALUE '35'.
015200     05  IC-CSEQ-STATUS          PIC X(02) VALUE SPACES.
015300         88  IC-CSEQ-OK                  VALUE '00'.
015400         88  IC-CSEQ-NOT-FOUND           VALUE '35'.
015500     05  IC-HIST-STATUS          PIC X(02) VALUE SPACES.
015600         88  IC-HIST-OK                  VALUE '00'.
015700         88  IC-HIST-DUPLICATE           VALUE '22'.
015800         88  IC-HIST-NOT-FOUND           VALUE '35'.
015900     05  IC-SUPP-STATUS          PIC X(02) VALUE SPACES.
016000         88  IC-SUPP-OK                  VALUE '00'.
016100         88  IC-SUPP-DUPLICATE           VALUE '22'.
016200         88  IC-SUPP-NOT-FOUND           VALUE '35'.
016300     05  IC-STATE-STATUS         PIC X(02) VALUE SPACES.
016400         88  IC-STATE-OK                 VALUE '00'.
016500         88  IC-STATE-DUPLICATE          VALUE '22'.
016600         88  IC-STATE-NOT-FOUND          VALUE '35'.
016700     05  IC-RPT-STATUS           PIC X(02) VALUE SPACES.
016800         88  IC-RPT-OK                   VALUE '00'.
016900     05  IC-EOF-FLAG             PIC X(01) VALUE 'N'.
017000         88  IC-EOF                      VALUE 'Y'.
017100     05  IC-CHECKED-FLAG         PIC X(01) VALUE 'N'.
017200         88  IC-CHECKED                  VALUE 'Y'.
017300     05  IC-OLD-LAYOUT-FLAG      PIC X(01) VALUE 'N'.
017400         88  IC-OLD-LAYOUT               VALUE 'Y'.
017500     05  IC-LOADED-FLAG          PIC X(01) VALUE 'N'.
017600         88  IC-ALREADY-LOADED           VALUE 'Y'.
017700     05  IC-FILE-ERROR-FLAG      PIC X(01) VALUE 'N'.
017800         88  IC-FILE-ERROR               VALUE 'Y'.
017900     05  IC-IO-ERROR-FLAG        PIC X(01) VALUE 'N'.
018000         88  IC-IO-ERROR                 VALUE 'Y'.
018100     05  IC-PROOF-FAIL-FLAG      PIC X(01) VALUE 'N'.
018200         88  IC-PROOF-FAILED             VALUE 'Y'.
018300     05  IC-WARNING-FLAG         PIC X(01) VALUE 'N'.
018400         88  IC-WARNING                  VALUE 'Y'.
018500
018600 01  IC-RUN-DATE                 PIC 9(08) VALUE 0.
018700 01  IC-FILES-CONVERTED          PIC 9(01) VALUE 0.
018800
018900*================================================================
019000* PER-FILE CONTROLS - RESET AT THE START OF EACH FILE.  THE TOTAL
019100* IS THE BALANCE FIELD OF THE FILE BEING CONVERTED, OR THE CUST-ID
019200* HASH FOR THE SUPPRESSION LIST.
019300*================================================================
019400 01  IC-FILE-CONTROLS.
019500     05  IC-READ-COUNT           PIC 9(07) VALUE 0.
019600     05  IC-WRITTEN-COUNT        PIC 9(07) VALUE 0.
019700     05  IC-REJECT-COUNT         PIC 9(07) VALUE 0.
019800     05  IC-AFTER-COUNT          PIC 9(07) VALUE 0.
019900     05  IC-BEFORE-TOTAL         PIC S9(11)V99 VALUE 0.
020000     05  IC-WRITTEN-TOTAL        PIC S9(11)V99 VALUE 0.
020100     05  IC-REJECT-TOTAL         PIC S9(11)V99 VALUE 0.
020200     05  IC-AFTER-TOTAL          PIC S9(11)V99 VALUE 0.
020300     05  IC-CHECK-COUNT          PIC 9(07) VALUE 0.
020400     05  IC-CHECK-TOTAL          PIC S9(11)V99 VALUE 0.
020500
020600 01  IC-TOTAL-NAME               PIC X(12) VALUE SPACES.
020700 01  IC-REC-CUST-ID              PIC X(05) VALUE SPACES.
020800 01  IC-REC-AMOUNT               PIC S9(11)V99 VALUE 0.
020900
021000*================================================================
021100* PRINT-LINE LAYOUTS FOR CONV-REPORT-FILE.
021200*================================================================
021300 01  IR-TITLE-LINE.
021400     05  FILLER              PIC X(40) VALUE SPACES.
021500     05  FILLER              PIC X(30)
021600         VALUE "INDEXED FILE CONVERSION REPORT".
021700     05  FILLER              PIC X(62) VALUE SPACES.
021800
021900 01  IR-DATE-LINE.
022000     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
022100     05  IR-RUN-DATE         PIC 9(08).
022200     05  FILLER              PIC X(114) VALUE SPACES.
022300
022400 01  IR-BLANK-LINE.
022500     05  FILLER              PIC X(132) VALUE SPACES.
022600
022700 01  IR-FILE-LINE.
022800     05  FILLER              PIC X(06) VALUE "FILE: ".
022900     05  IR-FILE-NAME        PIC X(08).
023000     05  FILLER              PIC X(05) VALUE SPACES.
023100     05  FILLER              PIC X(06) VALUE "FROM: ".
023200     05  IR-FROM-NAME        PIC X(08).
023300     05  FILLER              PIC X(05) VALUE SPACES.
023400     05  IR-FILE-DESC        PIC X(30).
023500     05  FILLER              PIC X(64) VALUE SPACES.
023600
023700 01  IR-REJECT-LINE.
023800     05  FILLER              PIC X(04) VALUE SPACES.
023900     05  FILLER              PIC X(09) VALUE "REJECTED ".
024000     05  IR-REJ-CUST-ID      PIC X(05).
024100     05  FILLER              PIC X(03) VALUE SPACES.
024200     05  IR-REJ-REASON       PIC X(30).
024300     05  FILLER              PIC X(03) VALUE SPACES.
024400     05  IR-REJ-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
024500     05  FILLER              PIC X(60) VALUE SPACES.
024600
024700 01  IR-COUNT-LINE.
024800     05  FILLER              PIC X(04) VALUE SPACES.
024900     05  IR-COUNT-LABEL      PIC X(34).
025000     05  FILLER              PIC X(05) VALUE SPACES.
025100     05  IR-COUNT            PIC ZZZZZZ9.
025200     05  FILLER              PIC X(82) VALUE SPACES.
025300
025400 01  IR-AMOUNT-LINE.
025500     05  FILLER              PIC X(04) VALUE SPACES.
025600     05  IR-AMOUNT-LABEL     PIC X(34).
025700     05  FILLER              PIC X(01) VALUE SPACES.
025800     05  IR-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
025900     05  FILLER              PIC X(75) VALUE SPACES.
026000
026100 01  IR-NOTE-LINE.
026200     05  FILLER              PIC X(04) VALUE "*** ".
026300     05  IR-NOTE-TEXT        PIC X(70).
026400     05  FILLER              PIC X(58) VALUE SPACES.
026500
026600 01  IR-PROOF-LINE.
026700     05  FILLER              PIC X(04) VALUE SPACES.
026800     05  FILLER              PIC X(07) VALUE "PROOF: ".
026900     05  IR-PROOF-TEXT       PIC X(70).
027000     05  FILLER              PIC X(51) VALUE SPACES.
027100
027200 PROCEDURE DIVISION.
027300
027400 0000-MAINLINE.
027500
027600     PERFORM 1000-INITIALIZE
027700         THRU 1000-EXIT
027800
027900     IF NOT IC-IO-ERROR
028000         PERFORM 2000-CONVERT-TIER-HISTORY
028100             THRU 2000-EXIT
028200         PERFORM 3000-CONVERT-SUPPRESS-LIST
028300             THRU 3000-EXIT
028400         PERFORM 4000-CONVERT-CRM-STATE
028500             THRU 4000-EXIT
028600     END-IF
028700
028800     DISPLAY "FILES CONVERTED: " IC-FILES-CONVERTED
028900
029000     PERFORM 9000-TERMINATE
029100         THRU 9000-EXIT
029200
029300*----------------------------------------------------------------
029400* SEVERITY FOR THE SCHEDULER - RC=8 ON ANY I/O ERROR, A FILE
029500* REFUSED AS ALREADY LOADED, OR A PROOF THAT DID NOT HOLD; RC=4
029600* WHEN RECORDS WERE REJECTED OR AN OLD FILE WAS ABSENT.
029700*----------------------------------------------------------------
029800     IF IC-IO-ERROR OR IC-PROOF-FAILED
029900         MOVE 8 TO RETURN-CODE
030000     ELSE
030100         IF IC-WARNING
030200             MOVE 4 TO RETURN-CODE
030300         END-IF
030400     END-IF
030500
030600     STOP RUN.
030700
030800 1000-INITIALIZE.
030900     ACCEPT IC-RUN-DATE FROM DATE YYYYMMDD
031000
031100     OPEN OUTPUT CONV-REPORT-FILE
031200     IF NOT IC-RPT-OK
031300         DISPLAY "ERROR OPENING CONV-REPORT-FILE - FILE STATUS "
031400             IC-RPT-STATUS
031500         MOVE 'Y' TO IC-IO-ERROR-FLAG
031600         GO TO 1000-EXIT
031700     END-IF
031800
031900     WRITE CONV-REPORT-LINE FROM IR-TITLE-LINE
032000     MOVE IC-RUN-DATE TO IR-RUN-DATE
032100     WRITE CONV-REPORT-LINE FROM IR-DATE-LINE.
032200
032300 1000-EXIT.
032400     EXIT.
032500
032600 2000-CONVERT-TIER-HISTORY.
032700*----------------------------------------------------------------
032800* TIERHSEQ TO THE INDEXED TIERHIST.  THE TOTAL PROVED IS
032900* HIST-BALANCE.
033000*----------------------------------------------------------------
033100     INITIALIZE IC-FILE-CONTROLS
033200     MOVE 'N' TO IC-FILE-ERROR-FLAG
033300     MOVE "TIERHIST" TO IR-FILE-NAME
033400     MOVE "TIERHSEQ" TO IR-FROM-NAME
033500     MOVE "TIER HISTORY" TO IR-FILE-DESC
033600     MOVE "BALANCE" TO IC-TOTAL-NAME
033700     PERFORM 7000-PRINT-FILE-HEADING
033800         THRU 7000-EXIT
033900
034000     OPEN INPUT HIST-SEQ-FILE
034100     IF IC-HSEQ-NOT-FOUND
034200         MOVE "NO OLD TIER HISTORY FILE - NOTHING TO CONVERT"
034300             TO IR-NOTE-TEXT
034400         PERFORM 7300-PRINT-NOTE
034500             THRU 7300-EXIT
034600         MOVE 'Y' TO IC-WARNING-FLAG
034700         GO TO 2000-EXIT
034800     END-IF
034900     IF NOT IC-HSEQ-OK
035000         DISPLAY "ERROR OPENING HIST-SEQ-FILE - FILE STATUS "
035100             IC-HSEQ-STATUS
035200         MOVE 'Y' TO IC-IO-ERROR-FLAG
035300         GO TO 2000-EXIT
035400     END-IF
035500
035600*    A TIERHIST THAT ALREADY HOLDS RECORDS HAS BEEN CONVERTED.
035700     MOVE 'N' TO IC-LOADED-FLAG
035800     OPEN INPUT TIER-HISTORY-FILE
035900     IF IC-HIST-OK
036000         READ TIER-HISTORY-FILE NEXT RECORD
036100             AT END
036200                 CONTINUE
036300             NOT AT END
036400                 MOVE 'Y' TO IC-LOADED-FLAG
036500         END-READ
036600         CLOSE TIER-HISTORY-FILE
036700     END-IF
036800     IF IC-ALREADY-LOADED
036900         CLOSE HIST-SEQ-FILE
037000         MOVE "TIERHIST ALREADY HOLDS RECORDS - NOT CONVERTED"
037100             TO IR-NOTE-TEXT
037200         PERFORM 7300-PRINT-NOTE
037300             THRU 7300-EXIT
037400         MOVE 'Y' TO IC-PROOF-FAIL-FLAG
037500         GO TO 2000-EXIT
037600     END-IF
037700
037800     OPEN OUTPUT TIER-HISTORY-FILE
037900     IF NOT IC-HIST-OK
038000         DISPLAY "ERROR OPENING TIER-HISTORY-FILE - FILE STATUS "
038100             IC-HIST-STATUS
038200         MOVE 'Y' TO IC-IO-ERROR-FLAG
038300         CLOSE HIST-SEQ-FILE
038400         GO TO 2000-EXIT
038500     END-IF
038600
038700     MOVE 'N' TO IC-EOF-FLAG
038800     MOVE 'N' TO IC-CHECKED-FLAG
038900     MOVE 'N' TO IC-OLD-LAYOUT-FLAG
039000     PERFORM 2100-READ-HIST-SEQ
039100         THRU 2100-EXIT
039200         UNTIL IC-EOF
039300     CLOSE HIST-SEQ-FILE
039400
039500     IF IC-OLD-LAYOUT
039600         PERFORM 2200-LOAD-OLD-HISTORY
039700             THRU 2200-EXIT
039800     END-IF
039900
040000     CLOSE TIER-HISTORY-FILE
040100
040200     IF IC-FILE-ERROR
040300         MOVE "LOAD INCOMPLETE - CLEAR TIERHIST BEFORE RERUNNING"
040400             TO IR-NOTE-TEXT
040500         PERFORM 7300-PRINT-NOTE
040600             THRU 7300-EXIT
040700         GO TO 2000-EXIT
040800     END-IF
040900
041000*    READ THE NEW FILE BACK IN KEY ORDER FOR THE AFTER TOTALS.
041100     OPEN INPUT TIER-HISTORY-FILE
041200     IF NOT IC-HIST-OK
041300         DISPLAY "ERROR REOPENING TIER-HISTORY-FILE - FILE "
041400             "STATUS " IC-HIST-STATUS
041500         MOVE 'Y' TO IC-IO-ERROR-FLAG
041600         GO TO 2000-EXIT
041700     END-IF
041800     MOVE 'N' TO IC-EOF-FLAG
041900     PERFORM 2500-READ-BACK-HIST
042000         THRU 2500-EXIT
042100         UNTIL IC-EOF
042200     CLOSE TIER-HISTORY-FILE
042300
042400     PERFORM 7100-PRINT-FILE-PROOF
042500         THRU 7100-EXIT.
042600
042700 2000-EXIT.
042800     EXIT.
042900
043000 2100-READ-HIST-SEQ.
043100     READ HIST-SEQ-FILE INTO TIER-HISTORY-REC
043200         AT END
043300             MOVE 'Y' TO IC-EOF-FLAG
043400             GO TO 2100-EXIT
043500     END-READ
043600
043700*    A READ FAILURE THAT IS NOT A CLEAN EOF MUST NOT SPIN THE
043800*    LOAD LOOP - THE FILE IS ABANDONED AND THE RUN GOES HARD
043900*    ERROR.
044000     IF NOT IC-HSEQ-OK
044100         DISPLAY "ERROR READING HIST-SEQ-FILE - FILE STATUS "
044200             IC-HSEQ-STATUS
044300         MOVE 'Y' TO IC-IO-ERROR-FLAG
044400         MOVE 'Y' TO IC-FILE-ERROR-FLAG
044500         MOVE 'Y' TO IC-EOF-FLAG
044600         GO TO 2100-EXIT
044700     END-IF
044800
044900*    THE FILE IS RECORD-SEQUENTIAL, SO A FILE WRITTEN BEFORE
045000*    HIST-PRIOR-TIER EXISTED WOULD FRAME-SHIFT EVERY RECORD AFTER
045100*    THE FIRST UNDER THIS FD.  ON THE FIRST RECORD THE PRIOR-TIER
045200*    BYTE OF AN OLD-LAYOUT FILE HOLDS THE LEADING CUST-ID DIGIT OF
045300*    THE RECORD BEHIND IT - A DIGIT THERE MEANS THE OLD LAYOUT,
045400*    AND THE LOAD RERUNS THROUGH THE OLD-LAYOUT VIEW.  NOTHING HAS
045500*    BEEN WRITTEN YET WHEN THAT HAPPENS.
045600     IF NOT IC-CHECKED
045700         MOVE 'Y' TO IC-CHECKED-FLAG
045800         IF HIST-PRIOR-TIER IS NUMERIC
045900             MOVE 'Y' TO IC-OLD-LAYOUT-FLAG
046000             MOVE 'Y' TO IC-EOF-FLAG
046100             GO TO 2100-EXIT
046200         END-IF
046300     END-IF
046400
046500     PERFORM 2400-WRITE-HIST
046600         THRU 2400-EXIT.
046700
046800 2100-EXIT.
046900     EXIT.
047000
047100 2200-LOAD-OLD-HISTORY.
047200     MOVE "OLD TIER HISTORY IS ON THE 23-BYTE LAYOUT - LOADED"
047300         TO IR-NOTE-TEXT
047400     PERFORM 7300-PRINT-NOTE
047500         THRU 7300-EXIT
047600     MOVE "WITH NO PRIOR TIER" TO IR-NOTE-TEXT
047700     PERFORM 7300-PRINT-NOTE
047800         THRU 7300-EXIT
047900
048000     OPEN INPUT HIST-SEQ-OLD-FILE
048100     IF NOT IC-HOLD-OK
048200         DISPLAY "ERROR REOPENING HIST-SEQ-FILE - FILE STATUS "
048300             IC-HOLD-STATUS
048400         MOVE 'Y' TO IC-IO-ERROR-FLAG
048500         MOVE 'Y' TO IC-FILE-ERROR-FLAG
048600         GO TO 2200-EXIT
048700     END-IF
048800
048900     MOVE 'N' TO IC-EOF-FLAG
049000     PERFORM 2300-READ-HIST-SEQ-OLD
049100         THRU 2300-EXIT
049200         UNTIL IC-EOF
049300     CLOSE HIST-SEQ-OLD-FILE.
049400
049500 2200-EXIT.
049600     EXIT.
049700
049800 2300-READ-HIST-SEQ-OLD.
049900     READ HIST-SEQ-OLD-FILE
050000         AT END
050100             MOVE 'Y' TO IC-EOF-FLAG
050200             GO TO 2300-EXIT
050300     END-READ
050400
050500     IF NOT IC-HOLD-OK
050600         DISPLAY "ERROR READING HIST-SEQ-FILE - FILE STATUS "
050700             IC-HOLD-STATUS
050800         MOVE 'Y' TO IC-IO-ERROR-FLAG
050900         MOVE 'Y' TO IC-FILE-ERROR-FLAG
051000         MOVE 'Y' TO IC-EOF-FLAG
051100         GO TO 2300-EXIT
051200     END-IF
051300
051400     MOVE HISTO-CUST-ID  TO HIST-CUST-ID
051500     MOVE HISTO-TIER     TO HIST-TIER
051600     MOVE HISTO-BALANCE  TO HIST-BALANCE
051700     MOVE HISTO-RUN-DATE TO HIST-RUN-DATE
051800     MOVE SPACE          TO HIST-PRIOR-TIER
051900
052000     PERFORM 2400-WRITE-HIST
052100         THRU 2400-EXIT.
052200
052300 2300-EXIT.
052400     EXIT.
052500
052600 2400-WRITE-HIST.
052700     ADD 1 TO IC-READ-COUNT
052800     MOVE TIER-HISTORY-REC(1:5) TO IC-REC-CUST-ID
052900     IF HIST-BALANCE IS NUMERIC
053000         MOVE HIST-BALANCE TO IC-REC-AMOUNT
053100     ELSE
053200         MOVE ZERO TO IC-REC-AMOUNT
053300     END-IF
053400     ADD IC-REC-AMOUNT TO IC-BEFORE-TOTAL
053500
053600     IF HIST-CUST-ID IS NOT NUMERIC OR HIST-CUST-ID = ZERO
053700         MOVE "NO USABLE CUST-ID" TO IR-REJ-REASON
053800         PERFORM 7200-PRINT-REJECT
053900             THRU 7200-EXIT
054000         GO TO 2400-EXIT
054100     END-IF
054200
054300     WRITE TIER-HISTORY-REC
054400         INVALID KEY
054500             CONTINUE
054600     END-WRITE
054700
054800     EVALUATE TRUE
054900         WHEN IC-HIST-OK
055000             ADD 1 TO IC-WRITTEN-COUNT
055100             ADD IC-REC-AMOUNT TO IC-WRITTEN-TOTAL
055200         WHEN IC-HIST-DUPLICATE
055300             MOVE "CUST-ID ALREADY LOADED" TO IR-REJ-REASON
055400             PERFORM 7200-PRINT-REJECT
055500                 THRU 7200-EXIT
055600         WHEN OTHER
055700             DISPLAY "ERROR WRITING TIER-HISTORY-FILE - CUST-ID "
055800                 HIST-CUST-ID " FILE STATUS " IC-HIST-STATUS
055900             MOVE 'Y' TO IC-IO-ERROR-FLAG
056000             MOVE 'Y' TO IC-FILE-ERROR-FLAG
056100             MOVE 'Y' TO IC-EOF-FLAG
056200     END-EVALUATE.
056300
056400 2400-EXIT.
056500     EXIT.
056600
056700 2500-READ-BACK-HIST.
056800     READ TIER-HISTORY-FILE NEXT RECORD
056900         AT END
057000             MOVE 'Y' TO IC-EOF-FLAG
057100             GO TO 2500-EXIT
057200     END-READ
057300
057400     IF NOT IC-HIST-OK
057500         DISPLAY "ERROR READING TIER-HISTORY-FILE - FILE STATUS "
057600             IC-HIST-STATUS
057700         MOVE 'Y' TO IC-IO-ERROR-FLAG
057800         MOVE 'Y' TO IC-EOF-FLAG
057900         GO TO 2500-EXIT
058000     END-IF
058100
058200     ADD 1 TO IC-AFTER-COUNT
058300     IF HIST-BALANCE IS NUMERIC
058400         ADD HIST-BALANCE TO IC-AFTER-TOTAL
058500     END-IF.
058600
058700 2500-EXIT.
058800     EXIT.
058900
059000 3000-CONVERT-SUPPRESS-LIST.
059100*----------------------------------------------------------------
059200* SUPPSEQ TO THE INDEXED SUPPFILE.  THE LIST CARRIES NO BALANCE,
059300* SO THE TOTAL PROVED IS A HASH OF THE CUST-IDS.
059400*----------------------------------------------------------------
059500     INITIALIZE IC-FILE-CONTROLS
059600     MOVE 'N' TO IC-FILE-ERROR-FLAG
059700     MOVE "SUPPFILE" TO IR-FILE-NAME
059800     MOVE "SUPPSEQ" TO IR-FROM-NAME
059900     MOVE "SUPPRESSION LIST" TO IR-FILE-DESC
060000     MOVE "CUST-ID HASH" TO IC-TOTAL-NAME
060100     PERFORM 7000-PRINT-FILE-HEADING
060200         THRU 7000-EXIT
060300
060400     OPEN INPUT SUPP-SEQ-FILE
060500     IF IC-SSEQ-NOT-FOUND
060600         MOVE "NO OLD SUPPRESSION LIST - NOTHING TO CONVERT"
060700             TO IR-NOTE-TEXT
060800         PERFORM 7300-PRINT-NOTE
060900             THRU 7300-EXIT
061000         MOVE 'Y' TO IC-WARNING-FLAG
061100         GO TO 3000-EXIT
061200     END-IF
061300     IF NOT IC-SSEQ-OK
061400         DISPLAY "ERROR OPENING SUPP-SEQ-FILE - FILE STATUS "
061500             IC-SSEQ-STATUS
061600         MOVE 'Y' TO IC-IO-ERROR-FLAG
061700         GO TO 3000-EXIT
061800     END-IF
061900
062000     MOVE 'N' TO IC-LOADED-FLAG
062100     OPEN INPUT SUPPRESS-FILE
062200     IF IC-SUPP-OK
062300         READ SUPPRESS-FILE NEXT RECORD
062400             AT END
062500                 CONTINUE
062600             NOT AT END
062700                 MOVE 'Y' TO IC-LOADED-FLAG
062800         END-READ
062900         CLOSE SUPPRESS-FILE
063000     END-IF
063100     IF IC-ALREADY-LOADED
063200         CLOSE SUPP-SEQ-FILE
063300         MOVE "SUPPFILE ALREADY HOLDS RECORDS - NOT CONVERTED"
063400             TO IR-NOTE-TEXT
063500         PERFORM 7300-PRINT-NOTE
063600             THRU 7300-EXIT
063700         MOVE 'Y' TO IC-PROOF-FAIL-FLAG
063800         GO TO 3000-EXIT
063900     END-IF
064000
064100     OPEN OUTPUT SUPPRESS-FILE
064200     IF NOT IC-SUPP-OK
064300         DISPLAY "ERROR OPENING SUPPRESS-FILE - FILE STATUS "
064400             IC-SUPP-STATUS
064500         MOVE 'Y' TO IC-IO-ERROR-FLAG
064600         CLOSE SUPP-SEQ-FILE
064700         GO TO 3000-EXIT
064800     END-IF
064900
065000     MOVE 'N' TO IC-EOF-FLAG
065100     PERFORM 3100-READ-SUPP-SEQ
065200         THRU 3100-EXIT
065300         UNTIL IC-EOF
065400     CLOSE SUPP-SEQ-FILE
065500     CLOSE SUPPRESS-FILE
065600
065700     IF IC-FILE-ERROR
065800         MOVE "LOAD INCOMPLETE - CLEAR SUPPFILE BEFORE RERUNNING"
065900             TO IR-NOTE-TEXT
066000         PERFORM 7300-PRINT-NOTE
066100             THRU 7300-EXIT
066200         GO TO 3000-EXIT
066300     END-IF
066400
066500     OPEN INPUT SUPPRESS-FILE
066600     IF NOT IC-SUPP-OK
066700         DISPLAY "ERROR REOPENING SUPPRESS-FILE - FILE STATUS "
066800             IC-SUPP-STATUS
066900         MOVE 'Y' TO IC-IO-ERROR-FLAG
067000         GO TO 3000-EXIT
067100     END-IF
067200     MOVE 'N' TO IC-EOF-FLAG
067300     PERFORM 3200-READ-BACK-SUPP
067400         THRU 3200-EXIT
067500         UNTIL IC-EOF
067600     CLOSE SUPPRESS-FILE
067700
067800     PERFORM 7100-PRINT-FILE-PROOF
067900         THRU 7100-EXIT.
068000
068100 3000-EXIT.
068200     EXIT.
068300
068400 3100-READ-SUPP-SEQ.
068500     READ SUPP-SEQ-FILE INTO SUPPRESS-REC
068600         AT END
068700             MOVE 'Y' TO IC-EOF-FLAG
068800             GO TO 3100-EXIT
068900     END-READ
069000
069100     IF NOT IC-SSEQ-OK
069200         DISPLAY "ERROR READING SUPP-SEQ-FILE - FILE STATUS "
069300             IC-SSEQ-STATUS
069400         MOVE 'Y' TO IC-IO-ERROR-FLAG
069500         MOVE 'Y' TO IC-FILE-ERROR-FLAG
069600         MOVE 'Y' TO IC-EOF-FLAG
069700         GO TO 3100-EXIT
069800     END-IF
069900
070000     ADD 1 TO IC-READ-COUNT
070100     MOVE SUPPRESS-REC(1:5) TO IC-REC-CUST-ID
070200     IF SUPP-CUST-ID IS NUMERIC
070300         MOVE SUPP-CUST-ID TO IC-REC-AMOUNT
070400     ELSE
070500         MOVE ZERO TO IC-REC-AMOUNT
070600     END-IF
070700     ADD IC-REC-AMOUNT TO IC-BEFORE-TOTAL
070800
070900     IF SUPP-CUST-ID IS NOT NUMERIC OR SUPP-CUST-ID = ZERO
071000         MOVE "NO USABLE CUST-ID" TO IR-REJ-REASON
071100         PERFORM 7200-PRINT-REJECT
071200             THRU 7200-EXIT
071300         GO TO 3100-EXIT
071400     END-IF
071500
071600     WRITE SUPPRESS-REC
071700         INVALID KEY
071800             CONTINUE
071900     END-WRITE
072000
072100     EVALUATE TRUE
072200         WHEN IC-SUPP-OK
072300             ADD 1 TO IC-WRITTEN-COUNT
072400             ADD IC-REC-AMOUNT TO IC-WRITTEN-TOTAL
072500         WHEN IC-SUPP-DUPLICATE
072600             MOVE "CUST-ID ALREADY LOADED" TO IR-REJ-REASON
072700             PERFORM 7200-PRINT-REJECT
072800                 THRU 7200-EXIT
072900         WHEN OTHER
073000             DISPLAY "ERROR WRITING SUPPRESS-FILE - CUST-ID "
073100                 SUPP-CUST-ID " FILE STATUS " IC-SUPP-STATUS
073200             MOVE 'Y' TO IC-IO-ERROR-FLAG
073300             MOVE 'Y' TO IC-FILE-ERROR-FLAG
073400             MOVE 'Y' TO IC-EOF-FLAG
073500     END-EVALUATE.
073600
073700 3100-EXIT.
073800     EXIT.
073900
074000 3200-READ-BACK-SUPP.
074100     READ SUPPRESS-FILE NEXT RECORD
074200         AT END
074300             MOVE 'Y' TO IC-EOF-FLAG
074400             GO TO 3200-EXIT
074500     END-READ
074600
074700     IF NOT IC-SUPP-OK
074800         DISPLAY "ERROR READING SUPPRESS-FILE - FILE STATUS "
074900             IC-SUPP-STATUS
075000         MOVE 'Y' TO IC-IO-ERROR-FLAG
075100         MOVE 'Y' TO IC-EOF-FLAG
075200         GO TO 3200-EXIT
075300     END-IF
075400
075500     ADD 1 TO IC-AFTER-COUNT
075600     ADD SUPP-CUST-ID TO IC-AFTER-TOTAL.
075700
075800 3200-EXIT.
075900     EXIT.
076000
076100 4000-CONVERT-CRM-STATE.
076200*----------------------------------------------------------------
076300* CRMSTSEQ TO THE INDEXED CRMSTATE.  THE TOTAL PROVED IS
076400* CST-BALANCE.
076500*----------------------------------------------------------------
076600     INITIALIZE IC-FILE-CONTROLS
076700     MOVE 'N' TO IC-FILE-ERROR-FLAG
076800     MOVE "CRMSTATE" TO IR-FILE-NAME
076900     MOVE "CRMSTSEQ" TO IR-FROM-NAME
077000     MOVE "CRM FEED STATE" TO IR-FILE-DESC
077100     MOVE "BALANCE" TO IC-TOTAL-NAME
077200     PERFORM 7000-PRINT-FILE-HEADING
077300         THRU 7000-EXIT
077400
077500     OPEN INPUT STATE-SEQ-FILE
077600     IF IC-CSEQ-NOT-FOUND
077700         MOVE "NO OLD CRM FEED STATE FILE - NOTHING TO CONVERT"
077800             TO IR-NOTE-TEXT
077900         PERFORM 7300-PRINT-NOTE
078000             THRU 7300-EXIT
078100         MOVE 'Y' TO IC-WARNING-FLAG
078200         GO TO 4000-EXIT
078300     END-IF
078400     IF NOT IC-CSEQ-OK
078500         DISPLAY "ERROR OPENING STATE-SEQ-FILE - FILE STATUS "
078600             IC-CSEQ-STATUS
078700         MOVE 'Y' TO IC-IO-ERROR-FLAG
078800         GO TO 4000-EXIT
078900     END-IF
079000
079100     MOVE 'N' TO IC-LOADED-FLAG
079200     OPEN INPUT CRM-STATE-FILE
079300     IF IC-STATE-OK
079400         READ CRM-STATE-FILE NEXT RECORD
079500             AT END
079600                 CONTINUE
079700             NOT AT END
079800                 MOVE 'Y' TO IC-LOADED-FLAG
079900         END-READ
080000         CLOSE CRM-STATE-FILE
080100     END-IF
080200     IF IC-ALREADY-LOADED
080300         CLOSE STATE-SEQ-FILE
080400         MOVE "CRMSTATE ALREADY HOLDS RECORDS - NOT CONVERTED"
080500             TO IR-NOTE-TEXT
080600         PERFORM 7300-PRINT-NOTE
080700             THRU 7300-EXIT
080800         MOVE 'Y' TO IC-PROOF-FAIL-FLAG
080900         GO TO 4000-EXIT
081000     END-IF
081100
081200     OPEN OUTPUT CRM-STATE-FILE
081300     IF NOT IC-STATE-OK
081400         DISPLAY "ERROR OPENING CRM-STATE-FILE - FILE STATUS "
081500             IC-STATE-STATUS
081600         MOVE 'Y' TO IC-IO-ERROR-FLAG
081700         CLOSE STATE-SEQ-FILE
081800         GO TO 4000-EXIT
081900     END-IF
082000
082100     MOVE 'N' TO IC-EOF-FLAG
082200     PERFORM 4100-READ-STATE-SEQ
082300         THRU 4100-EXIT
082400         UNTIL IC-EOF
082500     CLOSE STATE-SEQ-FILE
082600     CLOSE CRM-STATE-FILE
082700
082800     IF IC-FILE-ERROR
082900         MOVE "LOAD INCOMPLETE - CLEAR CRMSTATE BEFORE RERUNNING"
083000             TO IR-NOTE-TEXT
083100         PERFORM 7300-PRINT-NOTE
083200             THRU 7300-EXIT
083300         GO TO 4000-EXIT
083400     END-IF
083500
083600     OPEN INPUT CRM-STATE-FILE
083700     IF NOT IC-STATE-OK
083800         DISPLAY "ERROR REOPENING CRM-STATE-FILE - FILE STATUS "
083900             IC-STATE-STATUS
084000         MOVE 'Y' TO IC-IO-ERROR-FLAG
084100         GO TO 4000-EXIT
084200     END-IF
084300     MOVE 'N' TO IC-EOF-FLAG
084400     PERFORM 4200-READ-BACK-STATE
084500         THRU 4200-EXIT
084600         UNTIL IC-EOF
084700     CLOSE CRM-STATE-FILE
084800
084900     PERFORM 7100-PRINT-FILE-PROOF
085000         THRU 7100-EXIT.
085100
085200 4000-EXIT.
085300     EXIT.
085400
085500 4100-READ-STATE-SEQ.
085600     READ STATE-SEQ-FILE INTO CRM-STATE-REC
085700         AT END
085800             MOVE 'Y' TO IC-EOF-FLAG
085900             GO TO 4100-EXIT
086000     END-READ
086100
086200     IF NOT IC-CSEQ-OK
086300         DISPLAY "ERROR READING STATE-SEQ-FILE - FILE STATUS "
086400             IC-CSEQ-STATUS
086500         MOVE 'Y' TO IC-IO-ERROR-FLAG
086600         MOVE 'Y' TO IC-FILE-ERROR-FLAG
086700         MOVE 'Y' TO IC-EOF-FLAG
086800         GO TO 4100-EXIT
086900     END-IF
087000
087100     ADD 1 TO IC-READ-COUNT
087200     MOVE CRM-STATE-REC(1:5) TO IC-REC-CUST-ID
087300     IF CST-BALANCE IS NUMERIC
087400         MOVE CST-BALANCE TO IC-REC-AMOUNT
087500     ELSE
087600         MOVE ZERO TO IC-REC-AMOUNT
087700     END-IF
087800     ADD IC-REC-AMOUNT TO IC-BEFORE-TOTAL
087900
088000     IF CST-CUST-ID IS NOT NUMERIC OR CST-CUST-ID = ZERO
088100         MOVE "NO USABLE CUST-ID" TO IR-REJ-REASON
088200         PERFORM 7200-PRINT-REJECT
088300             THRU 7200-EXIT
088400         GO TO 4100-EXIT
088500     END-IF
088600
088700     WRITE CRM-STATE-REC
088800         INVALID KEY
088900             CONTINUE
089000     END-WRITE
089100
089200     EVALUATE TRUE
089300         WHEN IC-STATE-OK
089400             ADD 1 TO IC-WRITTEN-COUNT
089500             ADD IC-REC-AMOUNT TO IC-WRITTEN-TOTAL
089600         WHEN IC-STATE-DUPLICATE
089700             MOVE "CUST-ID ALREADY LOADED" TO IR-REJ-REASON
089800             PERFORM 7200-PRINT-REJECT
089900                 THRU 7200-EXIT
090000         WHEN OTHER
090100             DISPLAY "ERROR WRITING CRM-STATE-FILE - CUST-ID "
090200                 CST-CUST-ID " FILE STATUS " IC-STATE-STATUS
090300             MOVE 'Y' TO IC-IO-ERROR-FLAG
090400             MOVE 'Y' TO IC-FILE-ERROR-FLAG
090500             MOVE 'Y' TO IC-EOF-FLAG
090600     END-EVALUATE.
090700
090800 4100-EXIT.
090900     EXIT.
091000
091100 4200-READ-BACK-STATE.
091200     READ CRM-STATE-FILE NEXT RECORD
091300         AT END
091400             MOVE 'Y' TO IC-EOF-FLAG
091500             GO TO 4200-EXIT
091600     END-READ
091700
091800     IF NOT IC-STATE-OK
091900         DISPLAY "ERROR READING CRM-STATE-FILE - FILE STATUS "
092000             IC-STATE-STATUS
092100         MOVE 'Y' TO IC-IO-ERROR-FLAG
092200         MOVE 'Y' TO IC-EOF-FLAG
092300         GO TO 4200-EXIT
092400     END-IF
092500
092600     ADD 1 TO IC-AFTER-COUNT
092700     IF CST-BALANCE IS NUMERIC
092800         ADD CST-BALANCE TO IC-AFTER-TOTAL
092900     END-IF.
093000
093100 4200-EXIT.
093200     EXIT.
093300
093400 7000-PRINT-FILE-HEADING.
093500     WRITE CONV-REPORT-LINE FROM IR-BLANK-LINE
093600     WRITE CONV-REPORT-LINE FROM IR-FILE-LINE.
093700
093800 7000-EXIT.
093900     EXIT.
094000
094100 7100-PRINT-FILE-PROOF.
094200*----------------------------------------------------------------
094300* THE BEFORE AND AFTER COUNTS AND TOTALS FOR ONE FILE, AND THE
094400* PROOF - RECORDS READ FROM THE OLD FILE EQUAL THOSE ON THE NEW
094500* ONE PLUS THOSE REJECTED, AND LIKEWISE THE TOTAL.
094600*----------------------------------------------------------------
094700     MOVE "RECORDS READ FROM OLD FILE" TO IR-COUNT-LABEL
094800     MOVE IC-READ-COUNT TO IR-COUNT
094900     WRITE CONV-REPORT-LINE FROM IR-COUNT-LINE
095000
095100     MOVE "RECORDS WRITTEN TO NEW FILE" TO IR-COUNT-LABEL
095200     MOVE IC-WRITTEN-COUNT TO IR-COUNT
095300     WRITE CONV-REPORT-LINE FROM IR-COUNT-LINE
095400
095500     MOVE "RECORDS REJECTED" TO IR-COUNT-LABEL
095600     MOVE IC-REJECT-COUNT TO IR-COUNT
095700     WRITE CONV-REPORT-LINE FROM IR-COUNT-LINE
095800
095900     MOVE "RECORDS ON NEW FILE" TO IR-COUNT-LABEL
096000     MOVE IC-AFTER-COUNT TO IR-COUNT
096100     WRITE CONV-REPORT-LINE FROM IR-COUNT-LINE
096200
096300     MOVE SPACES TO IR-AMOUNT-LABEL
096400     STRING IC-TOTAL-NAME DELIMITED BY "  "
096500            " READ FROM OLD FILE" DELIMITED BY SIZE
096600            INTO IR-AMOUNT-LABEL
096700     MOVE IC-BEFORE-TOTAL TO IR-AMOUNT
096800     WRITE CONV-REPORT-LINE FROM IR-AMOUNT-LINE
096900
097000     MOVE SPACES TO IR-AMOUNT-LABEL
097100     STRING IC-TOTAL-NAME DELIMITED BY "  "
097200            " REJECTED" DELIMITED BY SIZE
097300            INTO IR-AMOUNT-LABEL
097400     MOVE IC-REJECT-TOTAL TO IR-AMOUNT
097500     WRITE CONV-REPORT-LINE FROM IR-AMOUNT-LINE
097600
097700     MOVE SPACES TO IR-AMOUNT-LABEL
097800     STRING IC-TOTAL-NAME DELIMITED BY "  "
097900            " ON NEW FILE" DELIMITED BY SIZE
098000            INTO IR-AMOUNT-LABEL
098100     MOVE IC-AFTER-TOTAL TO IR-AMOUNT
098200     WRITE CONV-REPORT-LINE FROM IR-AMOUNT-LINE
098300
098400     COMPUTE IC-CHECK-COUNT = IC-AFTER-COUNT + IC-REJECT-COUNT
098500     COMPUTE IC-CHECK-TOTAL = IC-AFTER-TOTAL + IC-REJECT-TOTAL
098600
098700     IF IC-CHECK-COUNT = IC-READ-COUNT
098800         AND IC-AFTER-COUNT = IC-WRITTEN-COUNT
098900         AND IC-CHECK-TOTAL = IC-BEFORE-TOTAL
099000         AND IC-AFTER-TOTAL = IC-WRITTEN-TOTAL
099100         MOVE "OLD FILE = NEW FILE + REJECTED - HOLDS"
099200             TO IR-PROOF-TEXT
099300         ADD 1 TO IC-FILES-CONVERTED
099400     ELSE
099500         MOVE "OLD FILE NOT EQUAL TO NEW + REJECTED - FAILED"
099600             TO IR-PROOF-TEXT
099700         MOVE 'Y' TO IC-PROOF-FAIL-FLAG
099800     END-IF
099900     WRITE CONV-REPORT-LINE FROM IR-PROOF-LINE
100000
100100     IF NOT IC-RPT-OK
100200         DISPLAY "ERROR WRITING CONV-REPORT-FILE - FILE STATUS "
100300             IC-RPT-STATUS
100400         MOVE 'Y' TO IC-IO-ERROR-FLAG
100500     END-IF.
100600
100700 7100-EXIT.
100800     EXIT.
100900
101000 7200-PRINT-REJECT.
101100     ADD 1 TO IC-REJECT-COUNT
101200     ADD IC-REC-AMOUNT TO IC-REJECT-TOTAL
101300     MOVE 'Y' TO IC-WARNING-FLAG
101400     MOVE IC-REC-CUST-ID TO IR-REJ-CUST-ID
101500     MOVE IC-REC-AMOUNT TO IR-REJ-AMOUNT
101600     WRITE CONV-REPORT-LINE FROM IR-REJECT-LINE.
101700
101800 7200-EXIT.
101900     EXIT.
102000
102100 7300-PRINT-NOTE.
102200     WRITE CONV-REPORT-LINE FROM IR-NOTE-LINE.
102300
102400 7300-EXIT.
102500     EXIT.
102600
102700 9000-TERMINATE.
102800     CLOSE CONV-REPORT-FILE
102810     IF NOT IC-RPT-OK
102820         DISPLAY "ERROR CLOSING CONV-REPORT-FILE - FILE STATUS "
102830             IC-RPT-STATUS
102840         MOVE 'Y' TO IC-IO-ERROR-FLAG
102850     END-IF.
102900
103000 9000-EXIT.
103100     EXIT.
