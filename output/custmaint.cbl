005172*                     REFUSED AT RC=8 SO A SCHEDULER RERUN
005173*                     CANNOT APPLY THE SAME TRANFILE TWICE.
005174*                     PARM "FORCE" REAPPLIES DELIBERATELY.
005176*    10/15/2026 DT    ADDED COMMIT-POINT RESTART.  EVERY APPLIED
005178*                     TRANSACTION NOW APPENDS A COMMIT POINT -
005180*                     BATCH IDENTITY, RUN DATE, LAST JOURNAL
005182*                     SEQUENCE AND NET MOVEMENT SO FAR - TO THE
005184*                     STANDING CMITFILE.  PARM "RESTART" PICKS
005186*                     AN INTERRUPTED BATCH UP UNDER ITS ORIGINAL
005188*                     RUN DATE AT THE NEXT UNAPPLIED TRANSACTION,
005190*                     PENDING RELEASES INCLUDED, AND THE REPORT
005192*                     MARKS WHAT WAS SKIPPED AS ALREADY APPLIED
005194*                     AND WHAT WAS APPLIED ON THE RESTART.  A
005196*                     PLAIN OR FORCED RERUN IS REFUSED WHILE A
005198*                     BATCH IS STILL INTERRUPTED.
005200*    10/15/2026 DT    EACH RUN NOW APPENDS ITS CONTROL TOTALS -
005202*                     TRANSACTIONS READ, 'M' ADJUSTMENTS WITH
005204*                     THEIR NET MOVEMENT, ADDS/CHANGES/CLOSES
005206*                     WITH THE BALANCE THEY MOVED, AND REJECTS -
005208*                     TO THE DAILY BALANCING LEDGER (LEDGREC
005210*                     LAYOUT) SO LEDGBAL CAN CARRY YESTERDAY'S
005212*                     MASTER BALANCE FORWARD TO TODAY'S.  THE
005214*                     COMMIT POINT NOW ALSO CARRIES THE
005216*                     MAINTENANCE MOVEMENT SO A RESTARTED BATCH
005218*                     REPORTS THE WHOLE BATCH.
005220*    10/15/2026 DT    A REGION FLAGGED 'E' (CLOSED AND EMPTY,
005222*                     SET BY THE REGNMIGR CONSOLIDATION RUN) IS
005224*                     TREATED AS CLOSED - ADDS INTO IT ARE
005226*                     REJECTED.
005228*    10/15/2026 DT    THE COMMIT POINT IS NOW TAKEN IN THE SAME
005230*                     STEP AS THE JOURNAL WRITE, AND A RESTART
005232*                     SCANS THE JOURNAL FIRST - AN ENTRY FOR THE
005234*                     INTERRUPTED RUN PAST THE LAST COMMIT POINT
005236*                     WAS ALREADY POSTED, SO THE RESTART GOES ON
005238*                     AFTER IT INSTEAD OF POSTING IT AGAIN.  THE
005240*                     BALANCING LEDGER RECORDS NOW CARRY THE
005242*                     REGION TAG FROM THE PARM ("EAS", "FORCE
005244*                     EAS", "RESTART EAS"), DEFAULT "ALL".
005248*    10/15/2026 DT    A BATCH NOW COUNTS THE LIVE JOURNAL BEFORE
005252*                     ITS FIRST APPLY AND CARRIES THAT BASE ON
005256*                     EVERY COMMIT POINT.  A RESTART LOOKS ONLY
005260*                     AT JOURNAL ENTRIES PAST THE BASE, SO AN
005264*                     EARLIER BATCH ON THE SAME RUN DATE IS NEVER
005268*                     TAKEN FOR THE INTERRUPTED ONE.  THE COMMIT
005272*                     POINT ALSO CARRIES THE ADDED, CHANGED,
005276*                     CLOSED, ADJUSTED, PENDED, RELEASED AND
005280*                     REJECTED COUNTS, SO A RESTARTED BATCH'S
005284*                     REPORT AND LEDGER COUNTS COVER THE WHOLE
005288*                     BATCH AND AGREE WITH ITS MOVEMENT.
005289*    10/15/2026 DT    THE PENDING SWEEP NOW RUNS ONLY UNDER AN
005290*                     ACCEPTED BATCH, SO ITS RELEASES ARE ALWAYS
005291*                     COVERED BY COMMIT POINTS - A SWEEP UNDER A
005292*                     REFUSED BATCH COULD POST THEM TWICE AFTER
005293*                     AN ABEND.  THE REPORT HEADER IS NOW WRITTEN
005294*                     AFTER THE COMMIT-POINT CHECK, SO A RESTART'S
005295*                     DATE LINE SHOWS THE INTERRUPTED RUN'S DATE.
005296*    ------------------------------------------------------------
005297
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER. IBM-370.
008470
008480     SELECT BATCH-CONTROL-FILE ASSIGN TO "BCTLFILE"
008490         FILE STATUS IS CM-BCTL-STATUS.
008492
008494     SELECT COMMIT-POINT-FILE ASSIGN TO "CMITFILE"
008496         FILE STATUS IS CM-CMIT-STATUS.
008497
008498     SELECT LEDGER-FILE ASSIGN TO "LEDGFILE"
008499         FILE STATUS IS CM-LEDG-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
017213     05  BCTL-BALANCE-HASH       PIC 9(11)V99.
017214     05  BCTL-APPLIED-DATE       PIC 9(08).
017215
017216*================================================================
017217* COMMIT-POINT-FILE IS THE STANDING LOG OF HOW FAR THE CURRENT
017218* BATCH HAS GOT.  AN ACCEPTED BATCH STARTS IT AFRESH WITH A
017219* START RECORD, EVERY APPLY ORDINAL (RELEASED-FROM-PENDING
017220* APPLIES INCLUDED) APPENDS ONE TRANSACTION RECORD CARRYING THE
017221* JOURNAL SEQUENCE JUST COMMITTED, THE MONETARY MOVEMENT AND THE
017222* OUTCOME COUNTS SO FAR, AND THE END-OF-RUN STEPS APPEND
017223* PENDING-REWRITTEN AND COMPLETE RECORDS.  CMIT-JRNL-BASE IS THE
017224* NUMBER OF RECORDS ON THE LIVE JOURNAL BEFORE THE BATCH WROTE
017225* ITS FIRST.  THE LAST RECORD ON FILE IS THE COMMIT POINT A
017226* RESTART RESUMES FROM.
017227*================================================================
017228 FD  COMMIT-POINT-FILE.
017229 01  COMMIT-POINT-REC.
017230     05  CMIT-PHASE              PIC X(01).
017231     05  CMIT-BATCH-DATE         PIC 9(08).
017232     05  CMIT-ORIGIN-SYSTEM      PIC X(08).
017233     05  CMIT-TRAN-COUNT         PIC 9(07).
017234     05  CMIT-BALANCE-HASH       PIC 9(11)V99.
017235     05  CMIT-RUN-DATE           PIC 9(08).
017236     05  CMIT-LAST-SEQ           PIC 9(07).
017237     05  CMIT-NET-MOVEMENT       PIC S9(09)V99.
017238     05  CMIT-MAINT-MOVEMENT     PIC S9(09)V99.
017239     05  CMIT-JRNL-BASE          PIC 9(09).
017240     05  CMIT-COUNT-ADDED        PIC 9(05).
017241     05  CMIT-COUNT-CHANGED      PIC 9(05).
017242     05  CMIT-COUNT-DELETED      PIC 9(05).
017243     05  CMIT-COUNT-ADJUSTED     PIC 9(05).
017244     05  CMIT-COUNT-ADD-REJ      PIC 9(05).
017245     05  CMIT-COUNT-CHANGE-REJ   PIC 9(05).
017246     05  CMIT-COUNT-DELETE-REJ   PIC 9(05).
017247     05  CMIT-COUNT-BAD-CODE     PIC 9(05).
017248     05  CMIT-COUNT-ADJ-REJ      PIC 9(05).
017249     05  CMIT-COUNT-PENDED       PIC 9(05).
017250     05  CMIT-COUNT-RELEASED     PIC 9(05).
017251     05  CMIT-COUNT-PEND-REJ     PIC 9(05).
017252
017253*================================================================
017254* LEDGER-FILE IS THE DAILY BALANCING LEDGER - ONE LEDGREC PER
017255* CONTROL TOTAL, APPENDED AS THE RUN COMPLETES.
017256*================================================================
017257 FD  LEDGER-FILE.
017258 01  LEDGER-REC.
017259     COPY LEDGREC.
017260
017300 WORKING-STORAGE SECTION.
017310
017320*================================================================
020586         88  CM-DUP-BATCH                VALUE 'Y'.
020588     05  CM-FORCE-SWITCH         PIC X(01) VALUE 'N'.
020592         88  CM-FORCE-MODE               VALUE 'Y'.
020593     05  CM-CMIT-STATUS          PIC X(02) VALUE SPACES.
020594         88  CM-CMIT-OK                  VALUE '00'.
020595         88  CM-CMIT-NOT-FOUND           VALUE '35'.
020596     05  CM-CMIT-EOF-FLAG        PIC X(01) VALUE 'N'.
020597         88  CM-CMIT-EOF                 VALUE 'Y'.
020598     05  CM-CMIT-FOUND-FLAG      PIC X(01) VALUE 'N'.
020599         88  CM-CMIT-FOUND               VALUE 'Y'.
020601     05  CM-RESTART-SWITCH       PIC X(01) VALUE 'N'.
020602         88  CM-RESTART-MODE             VALUE 'Y'.
020603     05  CM-COMMIT-ACTIVE-FLAG   PIC X(01) VALUE 'N'.
020604         88  CM-COMMIT-ACTIVE            VALUE 'Y'.
020605     05  CM-SWEEP-HELD-FLAG      PIC X(01) VALUE 'N'.
020606         88  CM-SWEEP-HELD               VALUE 'Y'.
020607     05  CM-PEND-DONE-FLAG       PIC X(01) VALUE 'N'.
020608         88  CM-PEND-DONE                VALUE 'Y'.
020609     05  CM-SAME-BATCH-FLAG      PIC X(01) VALUE 'N'.
020610         88  CM-SAME-BATCH               VALUE 'Y'.
020611     05  CM-LEDG-STATUS          PIC X(02) VALUE SPACES.
020612         88  CM-LEDG-OK                  VALUE '00'.
020613         88  CM-LEDG-NOT-FOUND           VALUE '35'.
020614     05  CM-CMIT-TAKEN-FLAG      PIC X(01) VALUE 'N'.
020615         88  CM-CMIT-TAKEN               VALUE 'Y'.
020616     05  CM-JRNL-EOF-FLAG        PIC X(01) VALUE 'N'.
020617         88  CM-JRNL-EOF                 VALUE 'Y'.
020618
020700 01  CM-COUNTERS.
020800     05  CM-COUNT-READ           PIC 9(07) VALUE 0.
020900     05  CM-COUNT-ADDED          PIC 9(05) VALUE 0.
021520     05  CM-COUNT-RELEASED       PIC 9(05) VALUE 0.
021530     05  CM-COUNT-PEND-REJECTED  PIC 9(05) VALUE 0.
021540     05  CM-TRAN-SEQ             PIC 9(07) VALUE 0.
021550     05  CM-COUNT-SKIPPED        PIC 9(05) VALUE 0.
021560     05  CM-COUNT-RESTART-APPLIED    PIC 9(05) VALUE 0.
021600
021700 01  CM-RUN-DATE                 PIC 9(08) VALUE 0.
021705 01  CM-PARM-CARD                PIC X(20) VALUE SPACES.
021707 01  CM-RUN-REGION               PIC X(03) VALUE SPACES.
021710 01  CM-NET-MOVEMENT             PIC S9(09)V99 VALUE 0.
021720 01  CM-MAINT-MOVEMENT           PIC S9(09)V99 VALUE 0.
021730 01  CM-BEFORE-BALANCE           PIC S9(07)V99 VALUE 0.
021800 01  CM-RESULT-TEXT              PIC X(32) VALUE SPACES.
021900 01  CM-COUNT-REJECTED-TOTAL     PIC 9(05) VALUE 0.
022000
023500     05  CM-ACTUAL-HASH          PIC 9(11)V99 VALUE 0.
023600     05  CM-REFUSAL-TEXT         PIC X(60) VALUE SPACES.
023700
023701*================================================================
023702* COMMIT-POINT CONTROLS.  CM-LAST-COMMIT HOLDS THE LAST RECORD
023703* READ OFF COMMIT-POINT-FILE - THE POINT AN INTERRUPTED BATCH
023704* REACHED.  ON A RESTART, APPLY ORDINALS UP TO CM-RESTART-SEQ
023705* WERE ALREADY COMMITTED, OR JOURNALED JUST PAST THE LAST COMMIT
023706* POINT (CM-JRNL-TAIL-SEQ), AND ARE SKIPPED.  CM-JRNL-BASE IS
023707* THE BATCH'S JOURNAL BASE - THE LIVE JOURNAL'S RECORD COUNT
023708* BEFORE ITS FIRST ENTRY - AND THE CM-JRNL-LAG FIELDS GATHER
023709* WHAT THE ENTRIES PAST THE LAST COMMIT POINT POSTED.
023710*================================================================
023711 01  CM-COMMIT-CONTROLS.
023712     05  CM-COMMIT-PHASE         PIC X(01) VALUE SPACE.
023713     05  CM-RESTART-SEQ          PIC 9(07) VALUE 0.
023714     05  CM-RESTART-NOTE         PIC X(20) VALUE SPACES.
023715     05  CM-JRNL-BASE            PIC 9(09) VALUE 0.
023716     05  CM-JRNL-REC-COUNT       PIC 9(09) VALUE 0.
023717     05  CM-JRNL-TAIL-SEQ        PIC 9(07) VALUE 0.
023718     05  CM-JRNL-LAG-NET         PIC S9(09)V99 VALUE 0.
023719     05  CM-JRNL-LAG-MAINT       PIC S9(09)V99 VALUE 0.
023720     05  CM-JRNL-LAG-ADDED       PIC 9(05) VALUE 0.
023721     05  CM-JRNL-LAG-CHANGED     PIC 9(05) VALUE 0.
023722     05  CM-JRNL-LAG-DELETED     PIC 9(05) VALUE 0.
023723     05  CM-JRNL-LAG-ADJUSTED    PIC 9(05) VALUE 0.
023724     05  CM-JRNL-IMAGE-MOVE      PIC S9(09)V99 VALUE 0.
023725
023726 01  CM-LAST-COMMIT.
023727     05  CM-LC-PHASE             PIC X(01).
023728         88  CM-LC-STARTED               VALUE 'S'.
023729         88  CM-LC-TRAN-COMMITTED        VALUE 'T'.
023730         88  CM-LC-PEND-REWRITTEN        VALUE 'P'.
023731         88  CM-LC-COMPLETE              VALUE 'C'.
023732     05  CM-LC-BATCH-DATE        PIC 9(08).
023733     05  CM-LC-ORIGIN-SYSTEM     PIC X(08).
023734     05  CM-LC-TRAN-COUNT        PIC 9(07).
023735     05  CM-LC-BALANCE-HASH      PIC 9(11)V99.
023736     05  CM-LC-RUN-DATE          PIC 9(08).
023737     05  CM-LC-LAST-SEQ          PIC 9(07).
023738     05  CM-LC-NET-MOVEMENT      PIC S9(09)V99.
023739     05  CM-LC-MAINT-MOVEMENT    PIC S9(09)V99.
023740     05  CM-LC-JRNL-BASE         PIC 9(09).
023741     05  CM-LC-COUNT-ADDED       PIC 9(05).
023742     05  CM-LC-COUNT-CHANGED     PIC 9(05).
023743     05  CM-LC-COUNT-DELETED     PIC 9(05).
023744     05  CM-LC-COUNT-ADJUSTED    PIC 9(05).
023745     05  CM-LC-COUNT-ADD-REJ     PIC 9(05).
023746     05  CM-LC-COUNT-CHANGE-REJ  PIC 9(05).
023747     05  CM-LC-COUNT-DELETE-REJ  PIC 9(05).
023748     05  CM-LC-COUNT-BAD-CODE    PIC 9(05).
023749     05  CM-LC-COUNT-ADJ-REJ     PIC 9(05).
023750     05  CM-LC-COUNT-PENDED      PIC 9(05).
023751     05  CM-LC-COUNT-RELEASED    PIC 9(05).
023752     05  CM-LC-COUNT-PEND-REJ    PIC 9(05).
023753
023754*================================================================
023755* CM-IMAGE-REC UNPACKS A JOURNAL IMAGE SO A RESTART CAN PICK THE
023756* BALANCE OUT OF AN ENTRY THE COMMIT POINT NEVER COVERED.
023757*================================================================
023758 01  CM-IMAGE-REC.
023759     COPY CUSTREC REPLACING CUST-ID           BY IMG-CUST-ID
023760                            NAME              BY IMG-NAME
023761                            BALANCE           BY IMG-BALANCE
023762                            REGION-CODE       BY IMG-REGION-CODE
023763                            ACCOUNT-OPEN-DATE
023764                                BY IMG-ACCOUNT-OPEN-DATE.
023765
023800*================================================================
023900* CM-REGION-REF-TABLE IS THE REGION-MASTER REFERENCE FILE LOADED
024000* INTO STORAGE, THE SAME WAY CUSTOMERBATCH LOADS IT.  THE OCCURS
027400     05  MT-CUST-ID          PIC 9(05).
027500     05  FILLER              PIC X(04) VALUE SPACES.
027600     05  MT-RESULT           PIC X(32).
027610     05  FILLER              PIC X(04) VALUE SPACES.
027620     05  MT-RESTART-NOTE     PIC X(20).
027700     05  FILLER              PIC X(62) VALUE SPACES.
027800 
027900 01  MT-TOTAL-LINE.
028000     05  MT-LABEL            PIC X(25).
029705         "NOTE - BATCH MATCHES ONE ALREADY APPLIED - ".
029706     05  FILLER              PIC X(76)
029707         VALUE "REAPPLIED UNDER OPERATOR FORCE".
029708
029709 01  MT-RESTART-LINE.
029710     05  FILLER              PIC X(20)
029711         VALUE "RESTART OF RUN DATE ".
029712     05  MT-RESTART-RUN-DATE PIC 9(08).
029713     05  FILLER              PIC X(39)
029714         VALUE " - RESUMING AFTER TRANSACTION SEQUENCE ".
029715     05  MT-RESTART-SEQ      PIC 9(07).
029716     05  FILLER              PIC X(58) VALUE SPACES.
029717
029720 01  MT-PEND-HDR-LINE.
029730     05  FILLER              PIC X(38)
029740         VALUE "PENDING TRANSACTIONS RELEASED THIS RUN".
031300         MOVE 'Y' TO CM-EOF-FLAG
031400     END-IF
031410
031414*----------------------------------------------------------------
031418* SWEEP THE STANDING PENDING-FILE FOR TRANSACTIONS COME DUE AND
031422* APPLY THEM AHEAD OF THE DAY'S NEW BATCH.  THE SWEEP RUNS ONLY
031426* UNDER AN ACCEPTED BATCH, WHOSE COMMIT POINTS COVER ITS RELEASES
031430* - A REFUSED BATCH TAKES NONE, SO A SWEEP ABENDING ON ITS OWN
031434* WOULD LEAVE POSTED RELEASES ON THE STANDING FILE FOR THE NEXT
031438* RUN TO POST AGAIN.  WHAT CAME DUE WAITS FOR THE NEXT ACCEPTED
031442* BATCH, WHICH RELEASES EVERYTHING DUE ON OR BEFORE ITS RUN DATE.
031446* THE SWEEP IS ALSO SKIPPED WHEN CUSTOMER-MASTER OR THE PENDING
031450* TABLE ITSELF IS NOT USABLE, AND HELD WHILE AN INTERRUPTED BATCH
031454* IS OUTSTANDING - ITS RELEASES ARE STILL ON THE STANDING FILE AND
031458* WOULD POST TWICE.
031462*----------------------------------------------------------------
031466     IF CM-MASTER-OK AND CM-PEND-LOADED
031470         AND NOT CM-BATCH-REFUSED
031474         AND NOT CM-SWEEP-HELD
031478         PERFORM 1500-RELEASE-PENDING
031482             THRU 1500-EXIT
031486     END-IF
031500
031600     PERFORM UNTIL CM-EOF
031700         READ TRANSACTION-FILE INTO TRANSACTION-REC
033100     PERFORM 8200-PRINT-SUMMARY-TOTALS
033200         THRU 8200-EXIT
033210
033212*----------------------------------------------------------------
033214* A RESTART OF A BATCH THAT GOT AS FAR AS REWRITING THE PENDING
033216* FILE LEAVES IT ALONE - IT ALREADY HOLDS THE RIGHT ENTRIES.
033218*----------------------------------------------------------------
033220     IF NOT CM-PEND-DONE
033222         PERFORM 8300-REWRITE-PENDING-FILE
033230             THRU 8300-EXIT
033232     END-IF
033234
033236     IF CM-COMMIT-ACTIVE
033238         MOVE 'P' TO CM-COMMIT-PHASE
033240         PERFORM 2020-TAKE-COMMIT-POINT
033242             THRU 2020-EXIT
033244     END-IF
033246
033250*----------------------------------------------------------------
033260* AN ACCEPTED BATCH'S IDENTITY GOES ON THE STANDING LOG SO A
033270* SCHEDULER RERUN OF THE SAME TRANFILE IS CAUGHT NEXT TIME.
033275* THE COMMIT POINT IS THEN CLOSED OFF AS COMPLETE.
033280*----------------------------------------------------------------
033290     IF NOT CM-BATCH-REFUSED
033292         PERFORM 8400-LOG-ACCEPTED-BATCH
033294             THRU 8400-EXIT
033296     END-IF
033297
033298     IF CM-COMMIT-ACTIVE
033299         MOVE 'C' TO CM-COMMIT-PHASE
033301         PERFORM 2020-TAKE-COMMIT-POINT
033302             THRU 2020-EXIT
033303     END-IF
033304
033400     DISPLAY "TRANSACTIONS READ: " CM-COUNT-READ
033410     DISPLAY "TRANSACTIONS PENDED: " CM-COUNT-PENDED
033420     DISPLAY "RELEASED FROM PENDING: " CM-COUNT-RELEASED
033900     DISPLAY "CHANGE REJECTED: " CM-COUNT-CHANGE-REJECTED
034000     DISPLAY "DELETE REJECTED: " CM-COUNT-DELETE-REJECTED
034100     DISPLAY "BAD TRANSACTION CODE: " CM-COUNT-BAD-CODE
034110     IF CM-RESTART-MODE
034120         DISPLAY "SKIPPED - ALREADY APPLIED: " CM-COUNT-SKIPPED
034130         DISPLAY "APPLIED ON RESTART: " CM-COUNT-RESTART-APPLIED
034140     END-IF
034200     IF CM-BATCH-REFUSED
034300         DISPLAY "*** BATCH REFUSED - " CM-REFUSAL-TEXT
034400     END-IF
035900         END-IF
036000     END-IF
036100
036110*----------------------------------------------------------------
036120* THE LEDGER TOTALS GO OUT LAST, CARRYING THE FINAL SEVERITY,
036130* AFTER THE BATCH IS CLOSED OFF AS COMPLETE - A RESTART NEVER
036140* FINDS A BATCH'S TOTALS ALREADY ON THE LEDGER.
036150*----------------------------------------------------------------
036160     PERFORM 8500-WRITE-LEDGER
036170         THRU 8500-EXIT
036180
036200     STOP RUN.
036300 
036400 1000-INITIALIZE.
037120* A PARM OF "FORCE" DELIBERATELY REAPPLIES A BATCH WHOSE
037130* IDENTITY IS ALREADY ON THE BATCH-CONTROL LOG - FOR THE RARE
037140* CASE WHERE A BACKED-OUT RUN REALLY MUST GO ON AGAIN.
037150* A PARM OF "RESTART" PICKS AN INTERRUPTED BATCH UP AT ITS LAST
037152* COMMIT POINT INSTEAD OF APPLYING IT FROM THE TOP.
037154*----------------------------------------------------------------
037160     ACCEPT CM-PARM-CARD FROM COMMAND-LINE
037170     IF CM-PARM-CARD(1:5) = "FORCE"
037180         MOVE 'Y' TO CM-FORCE-SWITCH
037190     END-IF
037191     IF CM-PARM-CARD(1:7) = "RESTART"
037192         MOVE 'Y' TO CM-RESTART-SWITCH
037193     END-IF
037195
037200     OPEN INPUT TRANSACTION-FILE
037300     IF NOT CM-TRAN-FILE-OK
042260         THRU 1300-EXIT
042300
042400     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD
042800
042900*----------------------------------------------------------------
043000* VERIFY THE BATCH CONTROLS BEFORE A SINGLE TRANSACTION TOUCHES
043880         PERFORM 1150-CHECK-BATCH-LOG
043890             THRU 1150-EXIT
043895     END-IF
043896
043897*----------------------------------------------------------------
043898* THE COMMIT-POINT LOG IS CONSULTED EVEN FOR A REFUSED BATCH - AN
043899* INTERRUPTED BATCH STILL OUTSTANDING HOLDS THE PENDING SWEEP
043901* WHATEVER HAPPENS TO TODAY'S TRANSMISSION.  A BATCH STILL
043902* ACCEPTED AFTER IT TAKES COMMIT POINTS; A FRESH ONE STARTS THE
043903* LOG OVER.
043904*----------------------------------------------------------------
043905     PERFORM 1170-CHECK-COMMIT-POINT
043906         THRU 1170-EXIT
043907
043908     IF NOT CM-BATCH-REFUSED
043909         MOVE 'Y' TO CM-COMMIT-ACTIVE-FLAG
043910         IF NOT CM-RESTART-MODE
043911             PERFORM 1190-START-COMMIT-LOG
043912                 THRU 1190-EXIT
043913         END-IF
043914     END-IF
043915
043920*----------------------------------------------------------------
043922* THE REGION TAG FOR THE DAY'S BALANCING LEDGER RECORDS RIDES THE
043924* PARM AFTER ANY MODE KEYWORD - "EAS", "FORCE EAS", "RESTART
043926* EAS" - SO LEDGBAL CAN PROVE EACH REGIONAL MASTER SEPARATELY.
043928* WITH NO TAG THE RECORDS SAY "ALL", THE SAME DEFAULT
043930* CUSTOMERBATCH USES.
043932*----------------------------------------------------------------
043934     IF CM-PARM-CARD(1:7) = "RESTART"
043936         MOVE CM-PARM-CARD(9:3) TO CM-RUN-REGION
043938     ELSE
043940         IF CM-FORCE-MODE
043942             MOVE CM-PARM-CARD(7:3) TO CM-RUN-REGION
043944         ELSE
043946             MOVE CM-PARM-CARD(1:3) TO CM-RUN-REGION
043948         END-IF
043950     END-IF
043952     IF CM-RUN-REGION = SPACES
043954         MOVE "ALL" TO CM-RUN-REGION
043956     END-IF
043958
043961*----------------------------------------------------------------
043964* THE REPORT HEADER WAITS FOR THE COMMIT-POINT CHECK - A RESTART
043967* GOES ON UNDER THE INTERRUPTED RUN'S DATE, NOT TODAY'S, AND THE
043970* DATE LINE MUST SAY SO.
043973*----------------------------------------------------------------
043976     PERFORM 8000-PRINT-REPORT-HEADER
043979         THRU 8000-EXIT
043982     IF CM-DUP-BATCH AND CM-FORCE-MODE
043985         WRITE MAINT-REPORT-LINE FROM MT-FORCE-LINE
043988     END-IF
043991
044000     IF CM-BATCH-REFUSED
044100         MOVE CM-REFUSAL-TEXT TO MT-REFUSAL-TEXT
044200         WRITE MAINT-REPORT-LINE FROM MT-REFUSAL-LINE
044400         MOVE CM-BATCH-DATE TO MT-BATCH-DATE
044500         MOVE CM-ORIGIN-SYSTEM TO MT-ORIGIN-SYSTEM
044600         WRITE MAINT-REPORT-LINE FROM MT-BATCH-LINE
044610         IF CM-RESTART-MODE
044620             MOVE CM-RUN-DATE TO MT-RESTART-RUN-DATE
044630             MOVE CM-RESTART-SEQ TO MT-RESTART-SEQ
044640             WRITE MAINT-REPORT-LINE FROM MT-RESTART-LINE
044650         END-IF
044700         WRITE MAINT-REPORT-LINE FROM MT-BLANK-LINE
044800     END-IF
044900
051537
051538     MOVE 'N' TO CM-BCTL-EOF-FLAG
051539     MOVE 'N' TO CM-DUP-BATCH-FLAG
051540     PERFORM 1160-READ-BCTL-REC
051541         THRU 1160-EXIT
051542         UNTIL CM-BCTL-EOF OR CM-DUP-BATCH
051543     CLOSE BATCH-CONTROL-FILE
051544
051545     IF CM-DUP-BATCH
051546         IF CM-FORCE-MODE
051547             DISPLAY "DUPLICATE BATCH REAPPLIED UNDER FORCE - "
051548                 "BATCH DATE " CM-BATCH-DATE
051550         ELSE
051551*            A RESTART IS PROVED AGAINST THE COMMIT POINT.
051552             IF NOT CM-RESTART-MODE
051553                 MOVE "BATCH ALREADY APPLIED - RERUN REFUSED"
051554                     TO CM-REFUSAL-TEXT
051555                 MOVE 'Y' TO CM-BATCH-REFUSED-FLAG
051556             END-IF
051557         END-IF
051558     END-IF.
051559
051560 1150-EXIT.
051561     EXIT.
051562
051563 1160-READ-BCTL-REC.
056100             END-IF
056200     END-EVALUATE.
056300
056310 1120-EXIT.
056320     EXIT.
056330
056331 1170-CHECK-COMMIT-POINT.
056332*----------------------------------------------------------------
056333* READS THE STANDING COMMIT-POINT LOG TO ITS LAST RECORD.  NO LOG
056334* YET (OR AN EMPTY ONE) MEANS NO BATCH WAS EVER INTERRUPTED.  A
056335* LAST RECORD SHORT OF COMPLETE MEANS A BATCH ABENDED PART WAY:
056336* ITS PENDING RELEASES ARE STILL ON THE STANDING FILE, SO THE
056337* SWEEP WAITS FOR IT, AND ONLY A RESTART OF THAT SAME BATCH MAY
056338* RUN (1175-RESUME-AT-COMMIT-POINT) - A PLAIN OR FORCED RERUN
056339* WOULD POST ITS APPLIED TRANSACTIONS A SECOND TIME.  AN
056340* INTERRUPTED RUN SINCE BACKED OUT BY CUSTBKOUT HAS ITS LOG
056341* CLEARED BY OPERATIONS BEFORE IT GOES ON AGAIN FROM THE TOP.
056342*----------------------------------------------------------------
056343     MOVE 'N' TO CM-CMIT-FOUND-FLAG
056344     OPEN INPUT COMMIT-POINT-FILE
056345
056346     IF CM-CMIT-OK
056347         MOVE 'N' TO CM-CMIT-EOF-FLAG
056348         PERFORM 1180-READ-CMIT-REC
056349             THRU 1180-EXIT
056350             UNTIL CM-CMIT-EOF
056351         CLOSE COMMIT-POINT-FILE
056352     ELSE
056353         IF NOT CM-CMIT-NOT-FOUND
056354             DISPLAY "ERROR OPENING COMMIT-POINT-FILE - FILE "
056355                 "STATUS " CM-CMIT-STATUS
056356             PERFORM 1185-REFUSE-UNREADABLE-LOG
056357                 THRU 1185-EXIT
056358         END-IF
056359     END-IF
056360
056361     IF CM-SWEEP-HELD
056362         MOVE 'N' TO CM-RESTART-SWITCH
056363         GO TO 1170-EXIT
056364     END-IF
056365
056366     IF NOT CM-CMIT-FOUND
056367         IF CM-RESTART-MODE
056368             DISPLAY "RESTART REQUESTED BUT NO COMMIT POINT ON "
056369                 "FILE - STARTING FROM THE TOP"
056370             MOVE 'N' TO CM-RESTART-SWITCH
056371         END-IF
056372         GO TO 1170-EXIT
056373     END-IF
056374
056375     IF CM-LC-COMPLETE
056376         IF CM-RESTART-MODE AND NOT CM-BATCH-REFUSED
056377             MOVE "NO INTERRUPTED BATCH ON FILE TO RESTART"
056378                 TO CM-REFUSAL-TEXT
056379             MOVE 'Y' TO CM-BATCH-REFUSED-FLAG
056380         END-IF
056381         MOVE 'N' TO CM-RESTART-SWITCH
056382         GO TO 1170-EXIT
056383     END-IF
056384
056385     MOVE 'Y' TO CM-SWEEP-HELD-FLAG
056386     DISPLAY "INTERRUPTED BATCH ON COMMIT-POINT LOG - BATCH DATE "
056387         CM-LC-BATCH-DATE " ORIGIN " CM-LC-ORIGIN-SYSTEM
056388         " LAST SEQUENCE " CM-LC-LAST-SEQ
056389
056390     IF CM-BATCH-REFUSED
056391         MOVE 'N' TO CM-RESTART-SWITCH
056392     ELSE
056393         PERFORM 1175-RESUME-AT-COMMIT-POINT
056394             THRU 1175-EXIT
056395     END-IF.
056396
056397 1170-EXIT.
056398     EXIT.
056399
056400 1175-RESUME-AT-COMMIT-POINT.
056401*----------------------------------------------------------------
056402* TODAY'S BATCH AGAINST THE INTERRUPTED ONE.  ONLY A RESTART OF
056403* THE SAME BATCH IDENTITY GOES ON; IT CONTINUES THE INTERRUPTED
056404* RUN UNDER ITS OWN RUN DATE, SO THE SAME PENDING ENTRIES COME
056405* DUE IN THE SAME ORDER, THE JOURNAL SEQUENCE CARRIES ON
056406* UNBROKEN FOR CUSTBKOUT, AND THE MOVEMENT AND OUTCOME COUNTS
056407* COVER THE WHOLE BATCH.  A RUN THAT ALREADY REWROTE THE PENDING
056408* FILE DOES NOT SWEEP OR REWRITE IT AGAIN, SO ITS PENDED AND
056409* RELEASED COUNTS COME OFF THE COMMIT POINT TOO.  THE JOURNAL IS
056410* SCANNED FIRST SO A TRANSACTION POSTED AND JOURNALED JUST AHEAD
056411* OF THE ABEND, BUT NOT YET UNDER A COMMIT POINT, IS NOT POSTED
056412* A SECOND TIME.
056413*----------------------------------------------------------------
056414     MOVE 'N' TO CM-SAME-BATCH-FLAG
056415     IF CM-LC-BATCH-DATE = CM-BATCH-DATE
056416         AND CM-LC-ORIGIN-SYSTEM = CM-ORIGIN-SYSTEM
056417         AND CM-LC-TRAN-COUNT = CM-EXPECTED-COUNT
056418         AND CM-LC-BALANCE-HASH = CM-EXPECTED-HASH
056419         MOVE 'Y' TO CM-SAME-BATCH-FLAG
056420     END-IF
056421
056422     IF NOT CM-SAME-BATCH
056423         IF CM-RESTART-MODE
056424             MOVE "RESTART BATCH DOES NOT MATCH THE COMMIT POINT"
056425                 TO CM-REFUSAL-TEXT
056426         ELSE
056427             MOVE "PRIOR BATCH INTERRUPTED - RESTART IT FIRST"
056428                 TO CM-REFUSAL-TEXT
056429         END-IF
056430         MOVE 'Y' TO CM-BATCH-REFUSED-FLAG
056431         MOVE 'N' TO CM-RESTART-SWITCH
056432         GO TO 1175-EXIT
056433     END-IF
056434
056435     IF NOT CM-RESTART-MODE
056436         MOVE "BATCH INTERRUPTED - RERUN WITH PARM RESTART"
056437             TO CM-REFUSAL-TEXT
056438         MOVE 'Y' TO CM-BATCH-REFUSED-FLAG
056439         GO TO 1175-EXIT
056440     END-IF
056441
056442     MOVE CM-LC-JRNL-BASE TO CM-JRNL-BASE
056443     PERFORM 1176-SCAN-JOURNAL
056444         THRU 1176-EXIT
056445     IF CM-BATCH-REFUSED
056446         MOVE 'N' TO CM-RESTART-SWITCH
056447         GO TO 1175-EXIT
056448     END-IF
056449
056450     MOVE CM-LC-RUN-DATE TO CM-RUN-DATE
056451     MOVE CM-LC-LAST-SEQ TO CM-RESTART-SEQ
056452     MOVE CM-LC-NET-MOVEMENT TO CM-NET-MOVEMENT
056453     MOVE CM-LC-MAINT-MOVEMENT TO CM-MAINT-MOVEMENT
056454     MOVE CM-LC-COUNT-ADDED TO CM-COUNT-ADDED
056455     MOVE CM-LC-COUNT-CHANGED TO CM-COUNT-CHANGED
056456     MOVE CM-LC-COUNT-DELETED TO CM-COUNT-DELETED
056457     MOVE CM-LC-COUNT-ADJUSTED TO CM-COUNT-ADJUSTED
056458     MOVE CM-LC-COUNT-ADD-REJ TO CM-COUNT-ADD-REJECTED
056459     MOVE CM-LC-COUNT-CHANGE-REJ TO CM-COUNT-CHANGE-REJECTED
056460     MOVE CM-LC-COUNT-DELETE-REJ TO CM-COUNT-DELETE-REJECTED
056461     MOVE CM-LC-COUNT-BAD-CODE TO CM-COUNT-BAD-CODE
056462     MOVE CM-LC-COUNT-ADJ-REJ TO CM-COUNT-ADJ-REJECTED
056463     IF CM-JRNL-TAIL-SEQ > CM-LC-LAST-SEQ
056464         DISPLAY "JOURNAL RUNS PAST THE COMMIT POINT TO SEQUENCE "
056465             CM-JRNL-TAIL-SEQ " - ALREADY POSTED, NOT REAPPLIED"
056466         MOVE CM-JRNL-TAIL-SEQ TO CM-RESTART-SEQ
056467         ADD CM-JRNL-LAG-NET TO CM-NET-MOVEMENT
056468         ADD CM-JRNL-LAG-MAINT TO CM-MAINT-MOVEMENT
056469         ADD CM-JRNL-LAG-ADDED TO CM-COUNT-ADDED
056470         ADD CM-JRNL-LAG-CHANGED TO CM-COUNT-CHANGED
056471         ADD CM-JRNL-LAG-DELETED TO CM-COUNT-DELETED
056472         ADD CM-JRNL-LAG-ADJUSTED TO CM-COUNT-ADJUSTED
056473     END-IF
056474     IF CM-LC-PEND-REWRITTEN
056475         MOVE 'Y' TO CM-PEND-DONE-FLAG
056476         MOVE CM-LC-COUNT-PENDED TO CM-COUNT-PENDED
056477         MOVE CM-LC-COUNT-RELEASED TO CM-COUNT-RELEASED
056478         MOVE CM-LC-COUNT-PEND-REJ TO CM-COUNT-PEND-REJECTED
056479     ELSE
056480         MOVE 'N' TO CM-SWEEP-HELD-FLAG
056481     END-IF
056482     DISPLAY "RESTARTING RUN DATE " CM-RUN-DATE
056483         " AFTER TRANSACTION SEQUENCE " CM-RESTART-SEQ.
056484
056485 1175-EXIT.
056486     EXIT.
056487
056488 1176-SCAN-JOURNAL.
056489*----------------------------------------------------------------
056490* READS THE LIVE JOURNAL THROUGH, COUNTING ITS RECORDS.  A FRESH
056491* BATCH TAKES THE COUNT AS ITS JOURNAL BASE - EVERY ENTRY IT
056492* WRITES LIES PAST IT.  ON A RESTART THE ENTRIES PAST THE
056493* INTERRUPTED BATCH'S BASE ARE ITS OWN, AND SINCE THE MASTER
056494* UPDATE AND ITS JOURNAL RECORD GO DOWN AHEAD OF THE COMMIT
056495* POINT THAT COVERS THEM, ONE OF THEM MAY LIE PAST THE LAST
056496* COMMIT POINT: IT WAS POSTED, AND ITS MOVEMENT AND OUTCOME ARE
056497* GATHERED FROM ITS IMAGES.  CM-JRNL-TAIL-SEQ ENDS AS THE
056498* HIGHEST SUCH SEQUENCE.  THE JOURNAL IS THEN REOPENED EXTEND
056499* FOR THE RUN.
056500*----------------------------------------------------------------
056501     MOVE ZERO TO CM-JRNL-REC-COUNT
056502     MOVE ZERO TO CM-JRNL-TAIL-SEQ
056503     MOVE ZERO TO CM-JRNL-LAG-NET
056504     MOVE ZERO TO CM-JRNL-LAG-MAINT
056505     MOVE ZERO TO CM-JRNL-LAG-ADDED
056506     MOVE ZERO TO CM-JRNL-LAG-CHANGED
056507     MOVE ZERO TO CM-JRNL-LAG-DELETED
056508     MOVE ZERO TO CM-JRNL-LAG-ADJUSTED
056509     CLOSE JOURNAL-FILE
056510     OPEN INPUT JOURNAL-FILE
056511
056512     IF CM-JRNL-OK
056513         MOVE 'N' TO CM-JRNL-EOF-FLAG
056514         PERFORM 1177-READ-JRNL-REC
056515             THRU 1177-EXIT
056516             UNTIL CM-JRNL-EOF
056517         CLOSE JOURNAL-FILE
056518     ELSE
056519         DISPLAY "ERROR OPENING JOURNAL-FILE - FILE STATUS "
056520             CM-JRNL-STATUS
056521         PERFORM 1179-REFUSE-UNREADABLE-JRNL
056522             THRU 1179-EXIT
056523     END-IF
056524
056525     OPEN EXTEND JOURNAL-FILE
056526     IF NOT CM-JRNL-OK
056527         DISPLAY "ERROR OPENING JOURNAL-FILE - FILE STATUS "
056528             CM-JRNL-STATUS
056529         MOVE 'Y' TO CM-IO-ERROR-FLAG
056530     END-IF.
056531
056532 1176-EXIT.
056533     EXIT.
056534
056535 1177-READ-JRNL-REC.
056536     READ JOURNAL-FILE
056537         AT END
056538             MOVE 'Y' TO CM-JRNL-EOF-FLAG
056539         NOT AT END
056540             PERFORM 1178-NOTE-JRNL-REC
056541                 THRU 1178-EXIT
056542     END-READ
056543
056544*    A READ FAILURE THAT IS NOT A CLEAN EOF MUST NOT SPIN THE
056545*    SCAN LOOP - THE JOURNAL CANNOT BE TRUSTED.
056546     IF NOT CM-JRNL-OK AND NOT CM-JRNL-EOF
056547         DISPLAY "ERROR READING JOURNAL-FILE - FILE STATUS "
056548             CM-JRNL-STATUS
056549         PERFORM 1179-REFUSE-UNREADABLE-JRNL
056550             THRU 1179-EXIT
056551         MOVE 'Y' TO CM-JRNL-EOF-FLAG
056552     END-IF.
056553
056554 1177-EXIT.
056555     EXIT.
056556
056557 1178-NOTE-JRNL-REC.
056558*    EVERY ENTRY UP TO THE BASE BELONGS TO AN EARLIER RUN, AND
056559*    ONE THE LAST COMMIT POINT ALREADY COVERS IS ON THE LOG.
056560     ADD 1 TO CM-JRNL-REC-COUNT
056561     IF NOT CM-RESTART-MODE
056562         OR CM-JRNL-REC-COUNT NOT > CM-JRNL-BASE
056563         OR JRNL-RUN-DATE NOT = CM-LC-RUN-DATE
056564         OR JRNL-TRAN-SEQ NOT > CM-LC-LAST-SEQ
056565         GO TO 1178-EXIT
056566     END-IF
056567
056568     IF JRNL-TRAN-SEQ > CM-JRNL-TAIL-SEQ
056569         MOVE JRNL-TRAN-SEQ TO CM-JRNL-TAIL-SEQ
056570     END-IF
056571
056572*    PAST THE COMMIT POINT - WHAT THE ENTRY POSTED NEVER REACHED
056573*    THE LOG.  AN 'M' ADJUSTMENT IS NET MOVEMENT; AN ADD, CHANGE
056574*    OR CLOSE IS MAINTENANCE MOVEMENT, AS WHEN APPLIED.
056575     MOVE ZERO TO CM-JRNL-IMAGE-MOVE
056576     IF JRNL-AFTER-IMAGE NOT = SPACES
056577         MOVE JRNL-AFTER-IMAGE TO CM-IMAGE-REC
056578         ADD IMG-BALANCE TO CM-JRNL-IMAGE-MOVE
056579     END-IF
056580     IF JRNL-BEFORE-IMAGE NOT = SPACES
056581         MOVE JRNL-BEFORE-IMAGE TO CM-IMAGE-REC
056582         SUBTRACT IMG-BALANCE FROM CM-JRNL-IMAGE-MOVE
056583     END-IF
056584
056585     EVALUATE JRNL-TRAN-CODE
056586         WHEN 'M'
056587             ADD 1 TO CM-JRNL-LAG-ADJUSTED
056588             ADD CM-JRNL-IMAGE-MOVE TO CM-JRNL-LAG-NET
056589         WHEN 'A'
056590             ADD 1 TO CM-JRNL-LAG-ADDED
056591             ADD CM-JRNL-IMAGE-MOVE TO CM-JRNL-LAG-MAINT
056592         WHEN 'C'
056593             ADD 1 TO CM-JRNL-LAG-CHANGED
056594             ADD CM-JRNL-IMAGE-MOVE TO CM-JRNL-LAG-MAINT
056595         WHEN 'D'
056596             ADD 1 TO CM-JRNL-LAG-DELETED
056597             ADD CM-JRNL-IMAGE-MOVE TO CM-JRNL-LAG-MAINT
056598     END-EVALUATE.
056599
056600 1178-EXIT.
056601     EXIT.
056602
056603 1179-REFUSE-UNREADABLE-JRNL.
056604*    WITHOUT THE WHOLE JOURNAL THERE IS NO BASE FOR A FRESH BATCH
056605*    AND NO WAY TO PROVE WHERE AN INTERRUPTED RUN REALLY STOPPED -
056606*    THE BATCH IS REFUSED EITHER WAY.
056607     MOVE 'Y' TO CM-IO-ERROR-FLAG
056608     IF CM-RESTART-MODE
056609         MOVE "JOURNAL UNREADABLE - RESTART REFUSED"
056610             TO CM-REFUSAL-TEXT
056611     ELSE
056612         MOVE "JOURNAL UNREADABLE - NO COMMIT-POINT BASE"
056613             TO CM-REFUSAL-TEXT
056614     END-IF
056615     MOVE 'Y' TO CM-BATCH-REFUSED-FLAG.
056616
056617 1179-EXIT.
056618     EXIT.
056619
056620 1180-READ-CMIT-REC.
056621     READ COMMIT-POINT-FILE INTO CM-LAST-COMMIT
056622         AT END
056623             MOVE 'Y' TO CM-CMIT-EOF-FLAG
056624         NOT AT END
056625             MOVE 'Y' TO CM-CMIT-FOUND-FLAG
056626     END-READ
056627
056628*    A READ FAILURE THAT IS NOT A CLEAN EOF MUST NOT SPIN THE
056629*    CHECK LOOP - THE LOG CANNOT BE TRUSTED AND THE BATCH IS
056630*    REFUSED.
056631     IF NOT CM-CMIT-OK AND NOT CM-CMIT-EOF
056632         DISPLAY "ERROR READING COMMIT-POINT-FILE - FILE "
056633             "STATUS " CM-CMIT-STATUS
056634         PERFORM 1185-REFUSE-UNREADABLE-LOG
056635             THRU 1185-EXIT
056636         MOVE 'Y' TO CM-CMIT-EOF-FLAG
056637     END-IF.
056638
056639 1180-EXIT.
056640     EXIT.
056641
056642 1185-REFUSE-UNREADABLE-LOG.
056643*    WITH THE COMMIT-POINT LOG UNREADABLE THERE IS NO WAY TO PROVE
056644*    NO BATCH WAS LEFT INTERRUPTED - HOLD THE SWEEP AND REFUSE.
056645     MOVE 'Y' TO CM-IO-ERROR-FLAG
056646     MOVE 'Y' TO CM-SWEEP-HELD-FLAG
056647     IF NOT CM-BATCH-REFUSED
056648         MOVE "COMMIT-POINT LOG UNREADABLE"
056649             TO CM-REFUSAL-TEXT
056650         MOVE 'Y' TO CM-BATCH-REFUSED-FLAG
056651     END-IF.
056652
056653 1185-EXIT.
056654     EXIT.
056655
056656 1190-START-COMMIT-LOG.
056657*----------------------------------------------------------------
056658* A FRESH BATCH STARTS THE COMMIT-POINT LOG OVER WITH A STARTED
056659* RECORD AHEAD OF ITS FIRST APPLY, CARRYING THE JOURNAL BASE
056660* COUNTED BY 1176-SCAN-JOURNAL.  A LOG THAT CANNOT BE STARTED
056661* WOULD LEAVE AN ABEND UNRECOVERABLE - THE BATCH IS REFUSED.
056662*----------------------------------------------------------------
056663     PERFORM 1176-SCAN-JOURNAL
056664         THRU 1176-EXIT
056665     IF CM-BATCH-REFUSED
056666         MOVE 'N' TO CM-COMMIT-ACTIVE-FLAG
056667         GO TO 1190-EXIT
056668     END-IF
056669     MOVE CM-JRNL-REC-COUNT TO CM-JRNL-BASE
056670
056671     OPEN OUTPUT COMMIT-POINT-FILE
056672     IF NOT CM-CMIT-OK
056673         DISPLAY "ERROR OPENING COMMIT-POINT-FILE - FILE STATUS "
056674             CM-CMIT-STATUS
056675         MOVE 'Y' TO CM-IO-ERROR-FLAG
056676         MOVE "COMMIT-POINT LOG CANNOT BE STARTED"
056677             TO CM-REFUSAL-TEXT
056678         MOVE 'Y' TO CM-BATCH-REFUSED-FLAG
056679         MOVE 'N' TO CM-COMMIT-ACTIVE-FLAG
056680         GO TO 1190-EXIT
056681     END-IF
056682     CLOSE COMMIT-POINT-FILE
056683
056684     MOVE 'S' TO CM-COMMIT-PHASE
056685     PERFORM 2020-TAKE-COMMIT-POINT
056686         THRU 2020-EXIT.
056687
056688 1190-EXIT.
056689     EXIT.
056690
056700 1200-LOAD-REGION-MASTER.
056800*----------------------------------------------------------------
056900* LOADS THE REGION-MASTER REFERENCE FILE INTO CM-REGION-REF-
061522 2000-APPLY-TRANSACTION.
061524*----------------------------------------------------------------
061526* A TRANSACTION EFFECTIVE TODAY OR EARLIER (OR CARRYING NO
061527* USABLE DATE) APPLIES NOW; A FUTURE-DATED ONE IS PARKED ON THE
061528* PENDING TABLE FOR A LATER RUN'S SWEEP TO RELEASE.  A RESTART
061529* PAST THE PENDING REWRITE FINDS IT PARKED ALREADY.
061530*----------------------------------------------------------------
061531     IF TRAN-EFF-DATE IS NUMERIC
061532             AND TRAN-EFF-DATE > CM-RUN-DATE
061533         IF CM-PEND-DONE
061534             ADD 1 TO CM-COUNT-SKIPPED
061535             MOVE "SKIPPED - ALREADY PENDED" TO CM-RESULT-TEXT
061536             MOVE "SKIPPED ON RESTART" TO CM-RESTART-NOTE
061537         ELSE
061538             PERFORM 2700-PEND-TRANSACTION
061539                 THRU 2700-EXIT
061540         END-IF
061541     ELSE
061542         PERFORM 2010-APPLY-ONE-TRAN
061543             THRU 2010-EXIT
061544     END-IF
061550
063100     PERFORM 8100-PRINT-DETAIL-LINE
063200         THRU 8100-EXIT.
063400 2000-EXIT.
063500     EXIT.
063510
063512 2010-APPLY-ONE-TRAN.
063514     ADD 1 TO CM-TRAN-SEQ
063516     MOVE 'N' TO CM-CMIT-TAKEN-FLAG
063518*----------------------------------------------------------------
063520* ON A RESTART EVERY APPLY ORDINAL UP TO THE COMMIT POINT WAS
063522* ALREADY POSTED BY THE INTERRUPTED RUN - IT IS PASSED OVER SO
063524* NOTHING, AN ADJUSTMENT LEAST OF ALL, POSTS TWICE.
063526*----------------------------------------------------------------
063528     IF CM-RESTART-MODE
063530         IF CM-TRAN-SEQ NOT > CM-RESTART-SEQ
063532             ADD 1 TO CM-COUNT-SKIPPED
063534             MOVE "SKIPPED - ALREADY APPLIED" TO CM-RESULT-TEXT
063536             MOVE "SKIPPED ON RESTART" TO CM-RESTART-NOTE
063538             GO TO 2010-EXIT
063540         END-IF
063542         ADD 1 TO CM-COUNT-RESTART-APPLIED
063544         MOVE "APPLIED ON RESTART" TO CM-RESTART-NOTE
063546     END-IF
063548
063550     EVALUATE TRUE
063552         WHEN TRAN-ADD
063554             PERFORM 2100-ADD-CUSTOMER
063556                 THRU 2100-EXIT
063558         WHEN TRAN-CHANGE
063560             PERFORM 2200-CHANGE-CUSTOMER
063562                 THRU 2200-EXIT
063564         WHEN TRAN-DELETE
063566             PERFORM 2300-DELETE-CUSTOMER
063568                 THRU 2300-EXIT
063570         WHEN TRAN-ADJUST
063572             PERFORM 2400-ADJUST-CUSTOMER
063574                 THRU 2400-EXIT
063576         WHEN OTHER
063578             PERFORM 2900-BAD-TRAN-CODE
063580                 THRU 2900-EXIT
063582     END-EVALUATE
063584
063586*    A TRANSACTION THAT JOURNALED TOOK ITS COMMIT POINT ALONG WITH
063588*    THE JOURNAL RECORD; ONE THAT POSTED NOTHING TAKES IT HERE.
063590     IF CM-COMMIT-ACTIVE AND NOT CM-CMIT-TAKEN
063592         MOVE 'T' TO CM-COMMIT-PHASE
063594         PERFORM 2020-TAKE-COMMIT-POINT
063596             THRU 2020-EXIT
063598     END-IF.
063600
063602 2010-EXIT.
063604     EXIT.
063606
063607 2020-TAKE-COMMIT-POINT.
063608*----------------------------------------------------------------
063609* APPENDS ONE COMMIT POINT TO THE STANDING LOG AND CLOSES IT AT
063610* ONCE SO THE RECORD IS ON DISK BEFORE THE NEXT TRANSACTION IS
063611* TOUCHED.  THE LAST SEQUENCE IS THE HIGHEST APPLY ORDINAL DONE -
063612* ON A RESTART NEVER LESS THAN WHERE THE INTERRUPTED RUN STOPPED.
063613*----------------------------------------------------------------
063614     OPEN EXTEND COMMIT-POINT-FILE
063615     IF CM-CMIT-NOT-FOUND
063616         OPEN OUTPUT COMMIT-POINT-FILE
063617         CLOSE COMMIT-POINT-FILE
063618         OPEN EXTEND COMMIT-POINT-FILE
063619     END-IF
063620     IF NOT CM-CMIT-OK
063621         DISPLAY "ERROR OPENING COMMIT-POINT-FILE - FILE STATUS "
063622             CM-CMIT-STATUS
063623         MOVE 'Y' TO CM-IO-ERROR-FLAG
063624         GO TO 2020-EXIT
063625     END-IF
063626
063627     MOVE CM-COMMIT-PHASE    TO CMIT-PHASE
063628     MOVE CM-BATCH-DATE      TO CMIT-BATCH-DATE
063629     MOVE CM-ORIGIN-SYSTEM   TO CMIT-ORIGIN-SYSTEM
063630     MOVE CM-EXPECTED-COUNT  TO CMIT-TRAN-COUNT
063631     MOVE CM-EXPECTED-HASH   TO CMIT-BALANCE-HASH
063632     MOVE CM-RUN-DATE        TO CMIT-RUN-DATE
063633     IF CM-TRAN-SEQ > CM-RESTART-SEQ
063634         MOVE CM-TRAN-SEQ    TO CMIT-LAST-SEQ
063635     ELSE
063636         MOVE CM-RESTART-SEQ TO CMIT-LAST-SEQ
063637     END-IF
063638     MOVE CM-NET-MOVEMENT    TO CMIT-NET-MOVEMENT
063639     MOVE CM-MAINT-MOVEMENT  TO CMIT-MAINT-MOVEMENT
063640     MOVE CM-JRNL-BASE       TO CMIT-JRNL-BASE
063641     MOVE CM-COUNT-ADDED     TO CMIT-COUNT-ADDED
063642     MOVE CM-COUNT-CHANGED   TO CMIT-COUNT-CHANGED
063643     MOVE CM-COUNT-DELETED   TO CMIT-COUNT-DELETED
063644     MOVE CM-COUNT-ADJUSTED  TO CMIT-COUNT-ADJUSTED
063645     MOVE CM-COUNT-ADD-REJECTED    TO CMIT-COUNT-ADD-REJ
063646     MOVE CM-COUNT-CHANGE-REJECTED TO CMIT-COUNT-CHANGE-REJ
063647     MOVE CM-COUNT-DELETE-REJECTED TO CMIT-COUNT-DELETE-REJ
063648     MOVE CM-COUNT-BAD-CODE        TO CMIT-COUNT-BAD-CODE
063649     MOVE CM-COUNT-ADJ-REJECTED    TO CMIT-COUNT-ADJ-REJ
063650     MOVE CM-COUNT-PENDED          TO CMIT-COUNT-PENDED
063651     MOVE CM-COUNT-RELEASED        TO CMIT-COUNT-RELEASED
063652     MOVE CM-COUNT-PEND-REJECTED   TO CMIT-COUNT-PEND-REJ
063653     WRITE COMMIT-POINT-REC
063654     IF NOT CM-CMIT-OK
063655         DISPLAY "ERROR WRITING COMMIT-POINT-FILE - FILE STATUS "
063656             CM-CMIT-STATUS
063657         MOVE 'Y' TO CM-IO-ERROR-FLAG
063658     END-IF
063659
063660     CLOSE COMMIT-POINT-FILE.
063661
063662 2020-EXIT.
063663     EXIT.
063664
063700 2100-ADD-CUSTOMER.
063800     PERFORM 2600-CHECK-REGION
063900         THRU 2600-EXIT
065800         NOT INVALID KEY
065900             ADD 1 TO CM-COUNT-ADDED
066000             MOVE "CUSTOMER ADDED" TO CM-RESULT-TEXT
066050             ADD MAST-BALANCE TO CM-MAINT-MOVEMENT
066100             MOVE SPACES TO CM-JRNL-BEFORE
066200             MOVE MASTER-REC TO CM-JRNL-AFTER
066300             PERFORM 2500-WRITE-JOURNAL
068600                 TO CM-RESULT-TEXT
068700         NOT INVALID KEY
068800             MOVE MASTER-REC TO CM-JRNL-BEFORE
068850             MOVE MAST-BALANCE TO CM-BEFORE-BALANCE
068900             MOVE NAME TO MAST-NAME
069000             MOVE BALANCE TO MAST-BALANCE
069100             MOVE REGION-CODE TO MAST-REGION-CODE
069800                 NOT INVALID KEY
069900                     ADD 1 TO CM-COUNT-CHANGED
070000                     MOVE "CUSTOMER CHANGED" TO CM-RESULT-TEXT
070020                     COMPUTE CM-MAINT-MOVEMENT =
070040                         CM-MAINT-MOVEMENT + MAST-BALANCE
070060                         - CM-BEFORE-BALANCE
070100                     MOVE MASTER-REC TO CM-JRNL-AFTER
070200                     PERFORM 2500-WRITE-JOURNAL
070300                         THRU 2500-EXIT
072400     END-READ
072500
072600     MOVE MASTER-REC TO CM-JRNL-BEFORE
072650     MOVE MAST-BALANCE TO CM-BEFORE-BALANCE
072700     DELETE CUSTOMER-MASTER
072800         INVALID KEY
072900             ADD 1 TO CM-COUNT-DELETE-REJECTED
073200         NOT INVALID KEY
073300             ADD 1 TO CM-COUNT-DELETED
073400             MOVE "ACCOUNT CLOSED" TO CM-RESULT-TEXT
073450             SUBTRACT CM-BEFORE-BALANCE FROM CM-MAINT-MOVEMENT
073500             MOVE SPACES TO CM-JRNL-AFTER
073600             PERFORM 2500-WRITE-JOURNAL
073700                 THRU 2500-EXIT
076400         DISPLAY "ERROR WRITING JOURNAL-FILE - FILE STATUS "
076500             CM-JRNL-STATUS " - CUST-ID " CUST-ID
076600         MOVE 'Y' TO CM-IO-ERROR-FLAG
076700     END-IF
076705
076710*----------------------------------------------------------------
076715* THE COMMIT POINT GOES DOWN IN THE SAME STEP AS THE JOURNAL
076720* RECORD, SO A TRANSACTION POSTED AND JOURNALED IS NEVER LEFT
076725* OUTSIDE THE COMMIT-POINT LOG FOR A RESTART TO APPLY AGAIN.
076730*----------------------------------------------------------------
076735     IF CM-COMMIT-ACTIVE
076740         MOVE 'T' TO CM-COMMIT-PHASE
076745         PERFORM 2020-TAKE-COMMIT-POINT
076750             THRU 2020-EXIT
076755         MOVE 'Y' TO CM-CMIT-TAKEN-FLAG
076760     END-IF.
076800
076900 2500-EXIT.
077000     EXIT.
079200                 CM-REGN-LOOKUP-CODE
079300             MOVE 'Y' TO CM-REGN-FOUND-FLAG
079310             IF CM-REF-STATUS(CM-REGION-REF-IDX) = 'C'
079315                OR CM-REF-STATUS(CM-REGION-REF-IDX) = 'E'
079320                 MOVE 'Y' TO CM-REGN-CLOSED-FLAG
079330             END-IF
079400     END-SEARCH.
081000     MOVE TRAN-CODE      TO MT-TRAN-CODE
081100     MOVE CUST-ID        TO MT-CUST-ID
081200     MOVE CM-RESULT-TEXT TO MT-RESULT
081210     MOVE CM-RESTART-NOTE TO MT-RESTART-NOTE
081300     WRITE MAINT-REPORT-LINE FROM MT-DETAIL-LINE
081310     MOVE SPACES TO CM-RESTART-NOTE.
081400 
081500 8100-EXIT.
081600     EXIT.
083260     MOVE CM-COUNT-RELEASED       TO MT-COUNT
083270     WRITE MAINT-REPORT-LINE FROM MT-TOTAL-LINE
083280
083282     IF CM-RESTART-MODE
083284         MOVE "SKIPPED - ALREADY APPLIED" TO MT-LABEL
083286         MOVE CM-COUNT-SKIPPED        TO MT-COUNT
083288         WRITE MAINT-REPORT-LINE FROM MT-TOTAL-LINE
083290         MOVE "APPLIED ON RESTART"    TO MT-LABEL
083292         MOVE CM-COUNT-RESTART-APPLIED TO MT-COUNT
083294         WRITE MAINT-REPORT-LINE FROM MT-TOTAL-LINE
083296     END-IF
083298
083300     MOVE "TRANSACTIONS REJECTED" TO MT-LABEL
083400     COMPUTE CM-COUNT-REJECTED-TOTAL =
083500         CM-COUNT-ADD-REJECTED + CM-COUNT-CHANGE-REJECTED
084549 8400-EXIT.
084551     EXIT.
084552
084553 8500-WRITE-LEDGER.
084554*----------------------------------------------------------------
084555* APPENDS THE RUN'S CONTROL TOTALS TO THE DAILY BALANCING LEDGER,
084556* ONE LEDGREC PER TOTAL.  NETMOVE IS THE 'M' ADJUSTMENT MOVEMENT
084557* ALREADY ON THE REPORT; MAINTMOV IS THE BALANCE MOVED BY ADDS,
084558* CHANGES AND CLOSES, SO THE TWO TOGETHER ARE THE WHOLE DAY'S
084559* MOVEMENT ON CUSTOMER-MASTER.  THE FIRST RUN EVER CREATES THE
084560* FILE EMPTY AND REOPENS EXTEND.  A LEDGER THAT CANNOT BE
084561* WRITTEN IS REPORTED ON THE CONSOLE; LEDGBAL THEN FINDS THE
084562* TOTALS MISSING AND FLAGS THE BREAK.
084563*----------------------------------------------------------------
084564     OPEN EXTEND LEDGER-FILE
084565     IF CM-LEDG-NOT-FOUND
084566         OPEN OUTPUT LEDGER-FILE
084567         CLOSE LEDGER-FILE
084568         OPEN EXTEND LEDGER-FILE
084569     END-IF
084570     IF NOT CM-LEDG-OK
084571         DISPLAY "ERROR OPENING LEDGER-FILE - FILE STATUS "
084572             CM-LEDG-STATUS
084573         GO TO 8500-EXIT
084574     END-IF
084575
084576     PERFORM 8510-START-LEDGER-REC
084577         THRU 8510-EXIT
084578     MOVE "TRANREAD" TO LEDG-TOTAL-ID
084579     MOVE CM-COUNT-READ TO LEDG-COUNT
084580     PERFORM 8520-PUT-LEDGER-REC
084581         THRU 8520-EXIT
084582
084583     PERFORM 8510-START-LEDGER-REC
084584         THRU 8510-EXIT
084585     MOVE "NETMOVE" TO LEDG-TOTAL-ID
084586     MOVE CM-COUNT-ADJUSTED TO LEDG-COUNT
084587     MOVE CM-NET-MOVEMENT TO LEDG-AMOUNT
084588     PERFORM 8520-PUT-LEDGER-REC
084589         THRU 8520-EXIT
084590
084591     PERFORM 8510-START-LEDGER-REC
084592         THRU 8510-EXIT
084593     MOVE "MAINTMOV" TO LEDG-TOTAL-ID
084594     COMPUTE LEDG-COUNT =
084595         CM-COUNT-ADDED + CM-COUNT-CHANGED + CM-COUNT-DELETED
084596     MOVE CM-MAINT-MOVEMENT TO LEDG-AMOUNT
084597     PERFORM 8520-PUT-LEDGER-REC
084598         THRU 8520-EXIT
084599
084600     PERFORM 8510-START-LEDGER-REC
084601         THRU 8510-EXIT
084602     MOVE "REJECTED" TO LEDG-TOTAL-ID
084603     MOVE CM-COUNT-REJECTED-TOTAL TO LEDG-COUNT
084604     PERFORM 8520-PUT-LEDGER-REC
084605         THRU 8520-EXIT
084606
084607     CLOSE LEDGER-FILE.
084608
084609 8500-EXIT.
084610     EXIT.
084611
084612 8510-START-LEDGER-REC.
084613     MOVE SPACES TO LEDGER-REC
084614     MOVE "CUSTMAINT" TO LEDG-PROGRAM
084615     MOVE CM-RUN-DATE TO LEDG-RUN-DATE
084616     MOVE CM-RUN-REGION TO LEDG-REGION-CODE
084617     IF CM-RESTART-MODE
084618         MOVE "RESTART" TO LEDG-RUN-MODE
084619     END-IF
084620     MOVE ZERO TO LEDG-COUNT
084621     MOVE ZERO TO LEDG-AMOUNT
084622     MOVE RETURN-CODE TO LEDG-SEVERITY.
084623
084624 8510-EXIT.
084625     EXIT.
084626
084627 8520-PUT-LEDGER-REC.
084628     WRITE LEDGER-REC
084629     IF NOT CM-LEDG-OK
084630         DISPLAY "ERROR WRITING LEDGER-FILE - FILE STATUS "
084631             CM-LEDG-STATUS
084632     END-IF.
084633
084634 8520-EXIT.
084635     EXIT.
084636
084637 9000-TERMINATE.
084638     CLOSE TRANSACTION-FILE
084639     CLOSE CUSTOMER-MASTER
084640     CLOSE JOURNAL-FILE
084641     CLOSE MAINT-REPORT-FILE
084642     IF NOT CM-MAINT-RPT-OK
084643         DISPLAY "ERROR CLOSING MAINT-REPORT-FILE - FILE STATUS "
084644             CM-MAINT-RPT-STATUS
084645         MOVE 'Y' TO CM-IO-ERROR-FLAG
084646     END-IF.
084647 
084648 9000-EXIT.
084650     EXIT.
