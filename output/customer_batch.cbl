000858*                     FRAME-SHIFTING IT - THE END-OF-RUN REWRITE
000859*                     THEN CARRIES THE FILE FORWARD ON THE NEW
000861*                     LAYOUT.
000862*    10/15/2026 DT    EACH RUN NOW APPENDS ITS CONTROL TOTALS -
000863*                     RECORDS READ, EACH TIER'S COUNT AND BALANCE,
000864*                     THE GRAND TOTAL, REJECTS AND DUPLICATES - TO
000865*                     THE DAILY BALANCING LEDGER (LEDGREC LAYOUT),
000866*                     TAGGED WITH THE RUN MODE, SO LEDGBAL CAN
000867*                     PROVE THE MASTER-MODE GRAND TOTAL AGAINST
000868*                     YESTERDAY'S AND THE DAY'S CUSTMAINT
000869*                     MOVEMENT.
000870*    10/15/2026 DT    TIER-HISTORY-FILE IS NOW INDEXED ON
000871*                     HIST-CUST-ID.  THE PRIOR-TIER TABLE AND THE
000872*                     SEED LOAD ARE GONE - THE MOVEMENT REPORT
000873*                     READS THE FILE IN KEY ORDER AND THE
000874*                     END-OF-RUN STEP UPDATES IT BY KEY INSTEAD
000875*                     OF REWRITING IT IN FULL.  THE OLD-LAYOUT
000876*                     VIEW MOVED TO THE IDXCONV CONVERSION RUN.
000877*    ------------------------------------------------------------
000878 
000879 ENVIRONMENT DIVISION.
000880 CONFIGURATION SECTION.
000881 SOURCE-COMPUTER. IBM-370.
000882 OBJECT-COMPUTER. IBM-370.
000883 
000884 INPUT-OUTPUT SECTION.
000890 FILE-CONTROL.
000900*----------------------------------------------------------------
000910* EVERY SELECT BELOW IS ASSIGNED TO A DD-NAME-STYLE LITERAL, THE
001320         FILE STATUS IS CB-CTL-FILE-STATUS.
001330
001340     SELECT TIER-HISTORY-FILE ASSIGN TO "TIERHIST"
001342         ORGANIZATION IS INDEXED
001344         ACCESS MODE IS DYNAMIC
001346         RECORD KEY IS HIST-CUST-ID
001350         FILE STATUS IS CB-HIST-FILE-STATUS.
001351
001353     SELECT LEDGER-FILE ASSIGN TO "LEDGFILE"
001355         FILE STATUS IS CB-LEDG-FILE-STATUS.
001360
001370     SELECT MOVEMENT-FILE ASSIGN TO "MOVEFILE"
001380         FILE STATUS IS CB-MOVE-FILE-STATUS.
002410*================================================================
002420* TIER-HISTORY-FILE CARRIES ONE RECORD PER CLASSIFIED CUSTOMER
002430* FROM THE PRIOR RUN - THE TIER ASSIGNED AND THE BALANCE AT THAT
002440* TIME - KEYED ON HIST-CUST-ID.  AT END OF RUN IT IS READ IN KEY
002450* ORDER FOR THE MOVEMENT COMPARISON AND THEN UPDATED BY KEY FROM
002460* THIS RUN'S ASSIGNMENTS.
002470*================================================================
002480 FD  TIER-HISTORY-FILE.
002490 01  TIER-HISTORY-REC.
002500     COPY HISTREC.
002510
002511*================================================================
002513* LEDGER-FILE IS THE DAILY BALANCING LEDGER - ONE LEDGREC PER
002515* CONTROL TOTAL, APPENDED AS THE RUN COMPLETES.
002518*================================================================
002523 FD  LEDGER-FILE.
002528 01  LEDGER-REC.
002533     COPY LEDGREC.
002540
002550*================================================================
002560* MOVEMENT-FILE IS THE TIER MOVEMENT REPORT - ONE 132-BYTE PRINT
003220     05  CB-HIST-FILE-STATUS     PIC X(02) VALUE SPACES.
003230         88  CB-HIST-FILE-OK             VALUE '00'.
003240         88  CB-HIST-FILE-NOT-FOUND      VALUE '35'.
003245         88  CB-HIST-DUPLICATE           VALUE '22'.
003250     05  CB-MOVE-FILE-STATUS     PIC X(02) VALUE SPACES.
003260         88  CB-MOVE-FILE-OK             VALUE '00'.
003270     05  CB-HIST-EOF-FLAG        PIC X(01) VALUE 'N'.
003280         88  CB-HIST-EOF                 VALUE 'Y'.
003281     05  CB-HIST-ERROR-FLAG      PIC X(01) VALUE 'N'.
003282         88  CB-HIST-ERROR               VALUE 'Y'.
003283     05  CB-LEDG-FILE-STATUS     PIC X(02) VALUE SPACES.
003284         88  CB-LEDG-FILE-OK             VALUE '00'.
003285         88  CB-LEDG-FILE-NOT-FOUND      VALUE '35'.
003290     05  CB-INPUT-FAILED-FLAG    PIC X(01) VALUE 'N'.
003300         88  CB-INPUT-FAILED             VALUE 'Y'.
003310     05  CB-REGN-FILE-STATUS     PIC X(02) VALUE SPACES.
004960                 OCCURS 99999 TIMES VALUE 'N'.
004970
004980*================================================================
004990* CB-CURR-TIER-TABLE IS DIRECT-INDEXED BY CUST-ID THE SAME WAY
005000* CB-DUP-CHECK-TABLE IS, AND IS FILLED AS RECORDS ARE CLASSIFIED.
005010* COMPARING IT AGAINST TIER-HISTORY-FILE AT END OF RUN YIELDS THE
005020* TIER MOVEMENT REPORT.  TIER IS SPACE FOR A CUST-ID NOT PRESENT
005030* IN THIS RUN.
005050*================================================================
005110 01  CB-CURR-TIER-TABLE.
005120     05  CB-CURR-ENTRY OCCURS 99999 TIMES.
005130         10  CB-CURR-TIER        PIC X(01) VALUE SPACE.
005150
005151*================================================================
005152* CB-OVRD-TIER-TABLE IS DIRECT-INDEXED BY CUST-ID THE SAME WAY
005153* THE TIER TABLE ABOVE IS.  A NON-SPACE ENTRY IS AN UNEXPIRED
005154* OPERATOR OVERRIDE - THAT TIER WINS OVER THE BALANCE CUTOFFS.
005155* EXPIRED OVERRIDE RECORDS ARE NOT LOADED; THEY ARE HELD IN
005156* CB-EXPIRED-OVRD-TABLE FOR THE WARNING SECTION OF THE REPORT.
007600     END-IF
007602
007604*----------------------------------------------------------------
007606* THE DAY-CLOSE STAMP AND THE LEDGER TOTALS GO OUT LAST,
007608* CARRYING THE FINAL SEVERITY, SO THE DOWNSTREAM CHAIN ONLY EVER
007610* SEES A STAMP OR A TOTAL FOR A RUN THAT ACTUALLY RAN TO
007612* COMPLETION.
007614*----------------------------------------------------------------
007616     PERFORM 8900-STAMP-RUN-CONTROL
007618         THRU 8900-EXIT
007620     PERFORM 9100-WRITE-LEDGER
007622         THRU 9100-EXIT
007624
007626     STOP RUN.
007630 
007640 1000-INITIALIZE.
007650*----------------------------------------------------------------
008160         END-READ
008170         CLOSE CONTROL-FILE
008180     END-IF
008220
008230     PERFORM 1750-LOAD-REGION-MASTER
008240         THRU 1750-EXIT
008790     END-IF.
008800
008810 1500-EXIT.
009214     EXIT.
009215
009216 1750-LOAD-REGION-MASTER.
018720     WRITE MOVEMENT-LINE FROM RPT-BLANK-LINE
018730     WRITE MOVEMENT-LINE FROM MV-HDR-LINE
018740
018743*    THE FIRST RUN AGAINST A NEW FILE SET HAS NO TIER HISTORY
018746*    YET - THE REPORT SIMPLY SHOWS NO MOVEMENTS.
018749     OPEN INPUT TIER-HISTORY-FILE
018752     IF CB-HIST-FILE-OK
018755         MOVE 'N' TO CB-HIST-EOF-FLAG
018758         PERFORM 8510-MOVEMENT-ONE-CUST
018761             THRU 8510-EXIT
018764             UNTIL CB-HIST-EOF
018767         CLOSE TIER-HISTORY-FILE
018770     ELSE
018773         IF NOT CB-HIST-FILE-NOT-FOUND
018776             DISPLAY "ERROR OPENING TIER-HISTORY-FILE - FILE "
018779                 "STATUS " CB-HIST-FILE-STATUS
018782             MOVE 'Y' TO CB-IO-ERROR-FLAG
018785         END-IF
018788     END-IF
018790 
018800     WRITE MOVEMENT-LINE FROM RPT-BLANK-LINE
018810
018820     MOVE "PREMIUM TO VIP"        TO MV-LABEL
019130     EXIT.
019140
019150 8510-MOVEMENT-ONE-CUST.
019151*----------------------------------------------------------------
019152* ONE TIER-HISTORY RECORD - THE PRIOR RUN'S TIER AND BALANCE FOR
019153* THAT CUSTOMER - AGAINST THIS RUN'S ENTRY IN CB-CURR-TIER-TABLE.
019154* A CUSTOMER NEW THIS RUN HAS NO HISTORY RECORD AND IS NOT A
019155* MOVEMENT.
019156*----------------------------------------------------------------
019157     READ TIER-HISTORY-FILE NEXT RECORD
019158         AT END
019159             MOVE 'Y' TO CB-HIST-EOF-FLAG
019160             GO TO 8510-EXIT
019161     END-READ
019162
019163*    A READ FAILURE THAT IS NOT A CLEAN EOF MUST NOT SPIN THE
019164*    COMPARISON LOOP - THE PASS IS ABANDONED AND THE RUN GOES
019165*    HARD ERROR.
019166     IF NOT CB-HIST-FILE-OK
019167         DISPLAY "ERROR READING TIER-HISTORY-FILE - FILE "
019168             "STATUS " CB-HIST-FILE-STATUS
019169         MOVE 'Y' TO CB-IO-ERROR-FLAG
019170         MOVE 'Y' TO CB-HIST-EOF-FLAG
019171         GO TO 8510-EXIT
019180     END-IF
019190
019194     IF HIST-CUST-ID NOT NUMERIC OR HIST-CUST-ID = ZERO
019198         OR HIST-TIER = SPACE
019202         GO TO 8510-EXIT
019206     END-IF
019210
019214     IF CB-CURR-TIER(HIST-CUST-ID) = SPACE
019218         MOVE HIST-CUST-ID TO MV-CUST-ID
019222         MOVE HIST-TIER TO CB-TIER-WORK-CODE
019230         PERFORM 8520-FORMAT-TIER-NAME
019240             THRU 8520-EXIT
019250         MOVE CB-TIER-WORK-NAME TO MV-OLD-TIER
019260         MOVE "DROPPED" TO MV-NEW-TIER
019270         MOVE HIST-BALANCE TO MV-OLD-BALANCE
019280         MOVE ZERO TO MV-NEW-BALANCE
019290         WRITE MOVEMENT-LINE FROM MV-DETAIL-LINE
019300         ADD 1 TO CB-MOVE-DROPPED
019310         GO TO 8510-EXIT
019320     END-IF
019330
019340     IF HIST-TIER = CB-CURR-TIER(HIST-CUST-ID)
019350         GO TO 8510-EXIT
019360     END-IF
019370
019380     MOVE HIST-CUST-ID TO MV-CUST-ID
019390     MOVE HIST-TIER TO CB-TIER-WORK-CODE
019400     PERFORM 8520-FORMAT-TIER-NAME
019410         THRU 8520-EXIT
019420     MOVE CB-TIER-WORK-NAME TO MV-OLD-TIER
019430     MOVE CB-CURR-TIER(HIST-CUST-ID) TO CB-TIER-WORK-CODE
019440     PERFORM 8520-FORMAT-TIER-NAME
019450         THRU 8520-EXIT
019460     MOVE CB-TIER-WORK-NAME TO MV-NEW-TIER
019470     MOVE HIST-BALANCE TO MV-OLD-BALANCE
019480     MOVE CB-CURR-BAL(HIST-CUST-ID) TO MV-NEW-BALANCE
019490     WRITE MOVEMENT-LINE FROM MV-DETAIL-LINE
019500
019510     EVALUATE HIST-TIER
019520             ALSO CB-CURR-TIER(HIST-CUST-ID)
019530         WHEN 'P' ALSO 'V'
019540             ADD 1 TO CB-MOVE-P-TO-V
019550         WHEN 'N' ALSO 'V'
019650         WHEN OTHER
019660             CONTINUE
019670     END-EVALUATE.
019690 8510-EXIT.
019700     EXIT.
019710
019860
019870 8600-WRITE-TIER-HISTORY.
019880*----------------------------------------------------------------
019884* BRINGS THE TIER-HISTORY FILE UP TO THIS RUN'S ASSIGNMENTS BY
019888* KEY.  A KEY-ORDER PASS REWRITES EACH CUSTOMER STILL CLASSIFIED
019892* (THE TIER IT HELD BECOMES HIST-PRIOR-TIER) AND DELETES EACH ONE
019896* NO LONGER PRESENT; A SECOND PASS OVER CB-CURR-TIER-TABLE THEN
019900* ADDS THE CUSTOMERS NEW THIS RUN.  THE FIRST RUN AGAINST A NEW
019904* FILE SET CREATES THE FILE.
019910*----------------------------------------------------------------
019912     OPEN I-O TIER-HISTORY-FILE
019914     IF CB-HIST-FILE-NOT-FOUND
019916         OPEN OUTPUT TIER-HISTORY-FILE
019918         CLOSE TIER-HISTORY-FILE
019920         OPEN I-O TIER-HISTORY-FILE
019922     END-IF
019930     IF NOT CB-HIST-FILE-OK
019940         DISPLAY "ERROR OPENING TIER-HISTORY-FILE - FILE STATUS "
019950             CB-HIST-FILE-STATUS
019970         GO TO 8600-EXIT
019980     END-IF
019990
019995     MOVE 'N' TO CB-HIST-EOF-FLAG
020000     MOVE 'N' TO CB-HIST-ERROR-FLAG
020005     PERFORM 8610-UPDATE-HIST-REC
020010         THRU 8610-EXIT
020012         UNTIL CB-HIST-EOF
020014
020016     PERFORM 8620-ADD-HIST-REC
020018         THRU 8620-EXIT
020020         VARYING CB-MOVE-SUB FROM 1 BY 1
020030         UNTIL CB-MOVE-SUB > 99999
020035             OR CB-HIST-ERROR
020040
020050     CLOSE TIER-HISTORY-FILE
020052     IF NOT CB-HIST-FILE-OK
020070 8600-EXIT.
020080     EXIT.
020090
020092 8610-UPDATE-HIST-REC.
020094     READ TIER-HISTORY-FILE NEXT RECORD
020096         AT END
020098             MOVE 'Y' TO CB-HIST-EOF-FLAG
020100             GO TO 8610-EXIT
020102     END-READ
020104
020106     IF NOT CB-HIST-FILE-OK
020108         DISPLAY "ERROR READING TIER-HISTORY-FILE - FILE "
020110             "STATUS " CB-HIST-FILE-STATUS
020112         MOVE 'Y' TO CB-IO-ERROR-FLAG
020114         MOVE 'Y' TO CB-HIST-ERROR-FLAG
020116         MOVE 'Y' TO CB-HIST-EOF-FLAG
020118         GO TO 8610-EXIT
020120     END-IF
020122
020124     IF HIST-CUST-ID IS NUMERIC AND HIST-CUST-ID > ZERO
020126         AND CB-CURR-TIER(HIST-CUST-ID) NOT = SPACE
020128         MOVE HIST-TIER TO HIST-PRIOR-TIER
020130         MOVE CB-CURR-TIER(HIST-CUST-ID) TO HIST-TIER
020132         MOVE CB-CURR-BAL(HIST-CUST-ID) TO HIST-BALANCE
020150         MOVE CB-RUN-DATE TO HIST-RUN-DATE
020151         REWRITE TIER-HISTORY-REC
020152             INVALID KEY
020153                 CONTINUE
020154         END-REWRITE
020155     ELSE
020156         DELETE TIER-HISTORY-FILE RECORD
020157             INVALID KEY
020158                 CONTINUE
020159         END-DELETE
020160     END-IF
020161
020162     IF NOT CB-HIST-FILE-OK
020163         DISPLAY "ERROR UPDATING TIER-HISTORY-FILE - CUST-ID "
020164             HIST-CUST-ID " FILE STATUS " CB-HIST-FILE-STATUS
020165         MOVE 'Y' TO CB-IO-ERROR-FLAG
020166         MOVE 'Y' TO CB-HIST-ERROR-FLAG
020167         MOVE 'Y' TO CB-HIST-EOF-FLAG
020170     END-IF.
020180
020190 8610-EXIT.
020191     EXIT.
020192
020193 8620-ADD-HIST-REC.
020194*    A CUSTOMER ALREADY ON THE FILE WAS BROUGHT UP TO DATE BY
020195*    8610 - THE DUPLICATE KEY HERE IS EXPECTED AND PASSED OVER.
020196     IF CB-CURR-TIER(CB-MOVE-SUB) = SPACE
020197         GO TO 8620-EXIT
020198     END-IF
020199
020200     MOVE CB-MOVE-SUB TO HIST-CUST-ID
020201     MOVE CB-CURR-TIER(CB-MOVE-SUB) TO HIST-TIER
020202     MOVE CB-CURR-BAL(CB-MOVE-SUB) TO HIST-BALANCE
020203     MOVE CB-RUN-DATE TO HIST-RUN-DATE
020204     MOVE SPACE TO HIST-PRIOR-TIER
020205     WRITE TIER-HISTORY-REC
020206         INVALID KEY
020207             CONTINUE
020208     END-WRITE
020209
020210     IF NOT CB-HIST-FILE-OK AND NOT CB-HIST-DUPLICATE
020211         DISPLAY "ERROR WRITING TIER-HISTORY-FILE - FILE "
020212             "STATUS " CB-HIST-FILE-STATUS
020213         MOVE 'Y' TO CB-IO-ERROR-FLAG
020214         MOVE 'Y' TO CB-HIST-ERROR-FLAG
020215     END-IF.
020216
020217 8620-EXIT.
020218     EXIT.
020219
020220 8700-PRINT-RANKING-REPORT.
020230*----------------------------------------------------------------
020240* PRINTS THE TOP-BALANCE RANKING - ONE SECTION PER REGION SEEN
022110 
022120 9000-EXIT.
022130     EXIT.
022140
022150 9100-WRITE-LEDGER.
022160*----------------------------------------------------------------
022170* APPENDS THE RUN'S CONTROL TOTALS TO THE DAILY BALANCING LEDGER,
022180* ONE LEDGREC PER TOTAL, TAGGED "MASTER" OR "EXTRACT" SO LEDGBAL
022190* ONLY PROVES THE STANDING POPULATION OFF A MASTER-MODE RUN.  THE
022200* FIRST RUN EVER CREATES THE FILE EMPTY AND REOPENS EXTEND.  A
022210* LEDGER THAT CANNOT BE WRITTEN IS REPORTED ON THE CONSOLE;
022220* LEDGBAL THEN FINDS THE TOTALS MISSING AND FLAGS THE BREAK.
022230*----------------------------------------------------------------
022240     OPEN EXTEND LEDGER-FILE
022250     IF CB-LEDG-FILE-NOT-FOUND
022260         OPEN OUTPUT LEDGER-FILE
022270         CLOSE LEDGER-FILE
022280         OPEN EXTEND LEDGER-FILE
022290     END-IF
022300     IF NOT CB-LEDG-FILE-OK
022310         DISPLAY "ERROR OPENING LEDGER-FILE - FILE STATUS "
022320             CB-LEDG-FILE-STATUS
022330         GO TO 9100-EXIT
022340     END-IF
022350
022360     PERFORM 9110-START-LEDGER-REC
022370         THRU 9110-EXIT
022380     MOVE "INREAD" TO LEDG-TOTAL-ID
022390     MOVE COUNT-INPUT-READ TO LEDG-COUNT
022400     PERFORM 9120-PUT-LEDGER-REC
022410         THRU 9120-EXIT
022420
022430     PERFORM 9110-START-LEDGER-REC
022440         THRU 9110-EXIT
022450     MOVE "VIP" TO LEDG-TOTAL-ID
022460     MOVE COUNT-VIP TO LEDG-COUNT
022470     MOVE CB-TOTAL-VIP-BAL TO LEDG-AMOUNT
022480     PERFORM 9120-PUT-LEDGER-REC
022490         THRU 9120-EXIT
022500
022510     PERFORM 9110-START-LEDGER-REC
022520         THRU 9110-EXIT
022530     MOVE "PREMIUM" TO LEDG-TOTAL-ID
022540     MOVE COUNT-PREMIUM TO LEDG-COUNT
022550     MOVE CB-TOTAL-PREMIUM-BAL TO LEDG-AMOUNT
022560     PERFORM 9120-PUT-LEDGER-REC
022570         THRU 9120-EXIT
022580
022590     PERFORM 9110-START-LEDGER-REC
022600         THRU 9110-EXIT
022610     MOVE "NORMAL" TO LEDG-TOTAL-ID
022620     MOVE COUNT-NORMAL TO LEDG-COUNT
022630     MOVE CB-TOTAL-NORMAL-BAL TO LEDG-AMOUNT
022640     PERFORM 9120-PUT-LEDGER-REC
022650         THRU 9120-EXIT
022660
022670     PERFORM 9110-START-LEDGER-REC
022680         THRU 9110-EXIT
022690     MOVE "GRAND" TO LEDG-TOTAL-ID
022700     MOVE CB-GRAND-COUNT TO LEDG-COUNT
022710     MOVE CB-GRAND-BAL TO LEDG-AMOUNT
022720     PERFORM 9120-PUT-LEDGER-REC
022730         THRU 9120-EXIT
022740
022750     PERFORM 9110-START-LEDGER-REC
022760         THRU 9110-EXIT
022770     MOVE "REJECTED" TO LEDG-TOTAL-ID
022780     MOVE COUNT-REJECTED TO LEDG-COUNT
022790     PERFORM 9120-PUT-LEDGER-REC
022800         THRU 9120-EXIT
022810
022820     PERFORM 9110-START-LEDGER-REC
022830         THRU 9110-EXIT
022840     MOVE "DUPLICAT" TO LEDG-TOTAL-ID
022850     MOVE COUNT-DUPLICATE TO LEDG-COUNT
022860     PERFORM 9120-PUT-LEDGER-REC
022870         THRU 9120-EXIT
022880
022890     CLOSE LEDGER-FILE.
022900
022910 9100-EXIT.
022920     EXIT.
022930
022940 9110-START-LEDGER-REC.
022950     MOVE SPACES TO LEDGER-REC
022960     MOVE "CUSTOMERBATCH" TO LEDG-PROGRAM
022970     MOVE CB-RUN-DATE TO LEDG-RUN-DATE
022980     MOVE CB-RUN-REGION TO LEDG-REGION-CODE
022990     IF CB-MASTER-MODE
023000         MOVE "MASTER" TO LEDG-RUN-MODE
023010     ELSE
023020         MOVE "EXTRACT" TO LEDG-RUN-MODE
023030     END-IF
023040     MOVE ZERO TO LEDG-COUNT
023050     MOVE ZERO TO LEDG-AMOUNT
023060     MOVE RETURN-CODE TO LEDG-SEVERITY.
023070
023080 9110-EXIT.
023090     EXIT.
023100
023110 9120-PUT-LEDGER-REC.
023120     WRITE LEDGER-REC
023130     IF NOT CB-LEDG-FILE-OK
023140         DISPLAY "ERROR WRITING LEDGER-FILE - FILE STATUS "
023150             CB-LEDG-FILE-STATUS
023160     END-IF.
023170
023180 9120-EXIT.
023190     EXIT.
