002901*                     CAN NO LONGER BE BUILT FROM YESTERDAY'S
002902*                     LEFTOVER CLASSIFICATION FILES.  AN ABSENT
002903*                     RUN-CONTROL FILE BYPASSES THE CHECK.
002907*    10/15/2026 DT    EACH RUN NOW APPENDS ITS CONTROL TOTALS -
002911*                     DETAILS SENT WITH THE TRAILER HASH, VIP AND
002915*                     PREMIUM SENT, SUPPRESSED, UNCHANGED AND
002919*                     DROP-OUT COUNTS - TO THE DAILY BALANCING
002923*                     LEDGER (LEDGREC LAYOUT), TAGGED "FULL" OR
002927*                     "DELTA", SO LEDGBAL CAN PROVE THE FEED
002931*                     AGAINST THE DAY'S CUSTOMERBATCH VIP AND
002935*                     PREMIUM COUNTS.  A REFUSED RUN RECORDS ZERO
002939*                     TOTALS AT ITS RC=8.
002941*    10/15/2026 DT    THE CRM-STATE-FILE LAYOUT MOVED UNCHANGED
002943*                     TO THE SHARED CRMSTREC COPYBOOK NOW THAT
002945*                     THE REGION MIGRATION RUN REGNMIGR RESTATES
002947*                     A MIGRATED CUSTOMER'S REGION ON THE FILE.
002948*    10/15/2026 DT    SUPPFILE, TIERHIST AND CRMSTATE ARE NOW
002949*                     INDEXED BY CUST-ID AND READ BY KEY - THE
002950*                     THREE 99999-ENTRY TABLES ARE GONE.  THE
002951*                     DROP SCAN IS ONE KEYED PASS OF THE STATE
002952*                     FILE, AND AT THE END OF A CLEAN RUN THE
002953*                     STATE IS UPDATED BY KEY - DROPPED AND
002954*                     SUPPRESSED CUSTOMERS DELETED, THE CURRENT
002955*                     OUTREACH POPULATION REWRITTEN OR ADDED -
002956*                     INSTEAD OF BEING REWRITTEN IN FULL.  THIS
002957*                     ALSO RETIRES THE 9(05) SUBSCRIPTS WHOSE
002958*                     LOOPS TO 99999 NEVER ENDED.
002964*    10/15/2026 DT    THE STATE-UPDATE PARAGRAPHS NOW FOLLOW THE
002970*                     TRAILER WRITE, AND THE VIP AND PREMIUM FILES
002976*                     REOPENED FOR THE STATE UPDATE ARE STATUS
002982*                     CHECKED - A FAILED REOPEN FLAGS THE I/O
002988*                     ERROR INSTEAD OF POSTING FROM A CLOSED FILE.
002994*    ------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005000         FILE STATUS IS CF-CRM-FILE-STATUS.
005010
005020     SELECT SUPPRESS-FILE ASSIGN TO "SUPPFILE"
005022         ORGANIZATION IS INDEXED
005024         ACCESS MODE IS RANDOM
005026         RECORD KEY IS SUPP-CUST-ID
005030         FILE STATUS IS CF-SUPP-STATUS.
005040
005050     SELECT TIER-HISTORY-FILE ASSIGN TO "TIERHIST"
005052         ORGANIZATION IS INDEXED
005054         ACCESS MODE IS RANDOM
005056         RECORD KEY IS HIST-CUST-ID
005060         FILE STATUS IS CF-HIST-STATUS.
005070
005080     SELECT CRM-STATE-FILE ASSIGN TO "CRMSTATE"
005082         ORGANIZATION IS INDEXED
005084         ACCESS MODE IS DYNAMIC
005086         RECORD KEY IS CST-CUST-ID
005090         FILE STATUS IS CF-STATE-STATUS.
005091
005092     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCFILE"
005093         FILE STATUS IS CF-RUNC-STATUS.
005094
005095     SELECT LEDGER-FILE ASSIGN TO "LEDGFILE"
005096         FILE STATUS IS CF-LEDG-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
010220* SUPPRESS-FILE IS THE STANDING SUPPRESSION LIST MAINTAINED BY
010230* CRMRESP - CUSTOMERS WHO OPTED OUT OR WENT UNDELIVERABLE.  THE
010240* SHARED SUPPREC COPYBOOK KEEPS THE CRMRESP WRITER AND THIS
010250* READER IN STEP.  READ BY KEY, ONE CUSTOMER AT A TIME; IF THE
010260* FILE IS ABSENT NOBODY IS SUPPRESSED.
010270*================================================================
010280 FD  SUPPRESS-FILE.
010290 01  SUPPRESS-REC.
010293*================================================================
010294* TIER-HISTORY-FILE IS THE FULL TIER PICTURE WRITTEN BY THE
010295* CUSTOMERBATCH RUN JUST COMPLETED - THE SHARED HISTREC COPYBOOK
010296* KEEPS WRITER AND READER IN STEP.  THE DELTA FEED READS IT BY
010297* KEY TO DECIDE WHETHER A CUSTOMER LAST SENT IS STILL IN AN
010298* OUTREACH TIER AND, IF NOT, WHERE THEY LANDED (USUALLY NORMAL;
010299* NOT ON FILE MEANS OFF THE BOOKS ENTIRELY).
010300*================================================================
010301 FD  TIER-HISTORY-FILE.
010302 01  TIER-HISTORY-REC.
010303     COPY HISTREC.
010305*================================================================
010306* CRM-STATE-FILE IS THE STANDING RECORD OF WHAT THIS PROGRAM
010307* LAST TRANSMITTED - ONE RECORD PER OUTREACH-TIER CUSTOMER AS OF
010308* THE LAST RUN.  READ BY KEY TO DRIVE THE DELTA COMPARISON AND
010309* UPDATED BY KEY AT THE END OF A CLEAN RUN.  ON
010311* THE VERY FIRST DELTA RUN THE FILE DOES NOT EXIST YET AND THE
010312* WHOLE OUTREACH POPULATION GOES OUT AS ARRIVALS.  THE SHARED
010313* CRMSTREC COPYBOOK KEEPS THIS PROGRAM AND REGNMIGR IN STEP.
010314*================================================================
010315 FD  CRM-STATE-FILE.
010316 01  CRM-STATE-REC.
010317     COPY CRMSTREC.
010324
010325*================================================================
010326* RUN-CONTROL-FILE IS THE DAY-CLOSE STAMP LOG APPENDED BY EACH
010333 01  RUN-CONTROL-REC.
010334     COPY RUNCREC.
010335
010336*================================================================
010337* LEDGER-FILE IS THE DAILY BALANCING LEDGER - ONE LEDGREC PER
010338* CONTROL TOTAL, APPENDED AS THE RUN COMPLETES.
010339*================================================================
010340 FD  LEDGER-FILE.
010341 01  LEDGER-REC.
010342     COPY LEDGREC.
010343
010367 WORKING-STORAGE SECTION.
010400
010500 01  CF-SWITCHES.
011910     05  CF-SUPP-STATUS          PIC X(02) VALUE SPACES.
011920         88  CF-SUPP-OK                  VALUE '00'.
011930         88  CF-SUPP-NOT-FOUND           VALUE '35'.
011935         88  CF-SUPP-NO-RECORD           VALUE '23'.
011940     05  CF-SUPP-AVAIL-FLAG      PIC X(01) VALUE 'N'.
011950         88  CF-SUPP-AVAIL               VALUE 'Y'.
011951     05  CF-HIST-STATUS          PIC X(02) VALUE SPACES.
011952         88  CF-HIST-OK                  VALUE '00'.
011953         88  CF-HIST-NOT-FOUND           VALUE '35'.
011954         88  CF-HIST-NO-RECORD           VALUE '23'.
011955     05  CF-HIST-AVAIL-FLAG      PIC X(01) VALUE 'N'.
011956         88  CF-HIST-AVAIL               VALUE 'Y'.
011957     05  CF-STATE-STATUS         PIC X(02) VALUE SPACES.
011958         88  CF-STATE-OK                 VALUE '00'.
011959         88  CF-STATE-NOT-FOUND          VALUE '35'.
011960         88  CF-STATE-NO-RECORD          VALUE '23'.
011961     05  CF-STATE-EOF-FLAG       PIC X(01) VALUE 'N'.
011962         88  CF-STATE-EOF                VALUE 'Y'.
011963     05  CF-STATE-AVAIL-FLAG     PIC X(01) VALUE 'N'.
011964         88  CF-STATE-AVAIL              VALUE 'Y'.
011965     05  CF-STATE-FOUND-FLAG     PIC X(01) VALUE 'N'.
011966         88  CF-STATE-FOUND              VALUE 'Y'.
011967     05  CF-SUPPRESSED-FLAG      PIC X(01) VALUE 'N'.
011968         88  CF-SUPPRESSED               VALUE 'Y'.
011969     05  CF-HIST-FOUND-FLAG      PIC X(01) VALUE 'N'.
011970         88  CF-HIST-FOUND               VALUE 'Y'.
011971     05  CF-FULL-MODE-SWITCH     PIC X(01) VALUE 'N'.
011972         88  CF-FULL-MODE                VALUE 'Y'.
011973     05  CF-SEND-FLAG            PIC X(01) VALUE 'N'.
011974         88  CF-SEND                     VALUE 'Y'.
011975     05  CF-RUNC-STATUS          PIC X(02) VALUE SPACES.
011976         88  CF-RUNC-OK                  VALUE '00'.
011977         88  CF-RUNC-NOT-FOUND           VALUE '35'.
011978     05  CF-RUNC-EOF-FLAG        PIC X(01) VALUE 'N'.
011979         88  CF-RUNC-EOF                 VALUE 'Y'.
011980     05  CF-FEED-REFUSED-FLAG    PIC X(01) VALUE 'N'.
011981         88  CF-FEED-REFUSED             VALUE 'Y'.
011982     05  CF-STAMP-FOUND-FLAG     PIC X(01) VALUE 'N'.
011983         88  CF-STAMP-FOUND              VALUE 'Y'.
011984     05  CF-LEDG-STATUS          PIC X(02) VALUE SPACES.
011987         88  CF-LEDG-OK                  VALUE '00'.
011993         88  CF-LEDG-NOT-FOUND           VALUE '35'.
012000
012100 01  CF-PARM-CARD                PIC X(20) VALUE SPACES.
012200 01  CF-SOURCE-REGION            PIC X(03) VALUE SPACES.
012926 01  CF-ACTION-CODE              PIC X(01) VALUE SPACE.
012927 01  CF-STAMP-DATE               PIC 9(08) VALUE 0.
012928 01  CF-STAMP-SEVERITY           PIC 9(02) VALUE 0.
012929 01  CF-CHECK-ID                 PIC 9(05) VALUE 0.
013000
013100 PROCEDURE DIVISION.
013200
015040* COMPARE AGAINST WHAT THE CRM SIDE ACTUALLY LAST RECEIVED.
015050*----------------------------------------------------------------
015060     IF NOT CF-IO-ERROR
015070         PERFORM 5000-UPDATE-CRM-STATE
015080             THRU 5000-EXIT
015090     END-IF
015095
015900         MOVE 8 TO RETURN-CODE
016000     END-IF
016100
016110*----------------------------------------------------------------
016120* THE LEDGER TOTALS GO OUT LAST, CARRYING THE FINAL SEVERITY.
016130*----------------------------------------------------------------
016140     PERFORM 8000-WRITE-LEDGER
016150         THRU 8000-EXIT
016160
016200     STOP RUN.
016300
016400 1000-INITIALIZE.
017895         GO TO 1000-EXIT
017896     END-IF
017900
017910     PERFORM 1300-OPEN-SUPPRESS-LIST
017920         THRU 1300-EXIT
017930
017940*----------------------------------------------------------------
017960* CURRENT FULL TIER PICTURE; A FULL-FILE RESYNC NEEDS NEITHER.
017970*----------------------------------------------------------------
017980     IF NOT CF-FULL-MODE
017990         PERFORM 1400-OPEN-CRM-STATE
017991             THRU 1400-EXIT
017992         PERFORM 1500-OPEN-TIER-HISTORY
017993             THRU 1500-EXIT
017994     END-IF
017995
020506 1260-EXIT.
020507     EXIT.
020509
020511 1300-OPEN-SUPPRESS-LIST.
020513*----------------------------------------------------------------
020515* OPENS THE STANDING SUPPRESSION LIST FOR KEYED READS.  IF THE
020517* FILE IS ABSENT NOBODY IS SUPPRESSED - THE SAME FALLBACK
020519* CONVENTION THE OTHER STANDING FILES IN THIS SYSTEM USE.
020521*----------------------------------------------------------------
020523     OPEN INPUT SUPPRESS-FILE
020525
020527     IF CF-SUPP-OK
020529         MOVE 'Y' TO CF-SUPP-AVAIL-FLAG
020531     ELSE
020533         IF NOT CF-SUPP-NOT-FOUND
020535             DISPLAY "ERROR OPENING SUPPRESS-FILE - FILE STATUS "
020537                 CF-SUPP-STATUS
020539             MOVE 'Y' TO CF-IO-ERROR-FLAG
020541         END-IF
020543     END-IF.
020545
020547 1300-EXIT.
020549     EXIT.
020551
020553 1400-OPEN-CRM-STATE.
020555*----------------------------------------------------------------
020557* OPENS THE LAST-TRANSMITTED STATE FOR KEYED READS.  ON THE VERY
020559* FIRST DELTA RUN THE FILE DOES NOT EXIST YET - EVERY OUTREACH
020561* CUSTOMER GOES OUT AS AN ARRIVAL, WHICH SEEDS THE CRM SIDE THE
020563* SAME AS A FULL FEED, AND THERE IS NOBODY TO DROP.
020565*----------------------------------------------------------------
020567     OPEN INPUT CRM-STATE-FILE
020569
020571     IF CF-STATE-OK
020573         MOVE 'Y' TO CF-STATE-AVAIL-FLAG
020575     ELSE
020577         IF NOT CF-STATE-NOT-FOUND
020579             DISPLAY "ERROR OPENING CRM-STATE-FILE - FILE "
020581                 "STATUS " CF-STATE-STATUS
020583             MOVE 'Y' TO CF-IO-ERROR-FLAG
020585         END-IF
020587     END-IF.
020589
020591 1400-EXIT.
020593     EXIT.
020595
020597 1500-OPEN-TIER-HISTORY.
020599*----------------------------------------------------------------
020601* OPENS THE TIER-HISTORY FILE WRITTEN BY THE CUSTOMERBATCH RUN
020603* JUST COMPLETED - THE FULL CURRENT TIER PICTURE, NORMAL TIER
020605* INCLUDED - FOR KEYED READS BY THE DROP SCAN AND THE STATE
020607* UPDATE.  AN ABSENT FILE IS CAUGHT BY THE DROP SCAN ITSELF.
020609*----------------------------------------------------------------
020611     OPEN INPUT TIER-HISTORY-FILE
020613
020615     IF CF-HIST-OK
020617         MOVE 'Y' TO CF-HIST-AVAIL-FLAG
020619     ELSE
020621         IF NOT CF-HIST-NOT-FOUND
020623             DISPLAY "ERROR OPENING TIER-HISTORY-FILE - FILE "
020625                 "STATUS " CF-HIST-STATUS
020627             MOVE 'Y' TO CF-IO-ERROR-FLAG
020629         END-IF
020631     END-IF.
020633
020635 1500-EXIT.
020637     EXIT.
020667
020699 2000-FEED-VIP-CUSTOMERS.
020700     PERFORM 2100-FEED-ONE-VIP
020800         THRU 2100-EXIT
021810*            A CUSTOMER ON THE SUPPRESSION LIST IS NOT SOLICITED
021820*            AND NEVER REACHES THE FEED OR ITS TRAILER CONTROLS.
021830             IF VIP-CUST-ID IS NUMERIC AND VIP-CUST-ID > ZERO
021835                 MOVE VIP-CUST-ID TO CF-CHECK-ID
021840                 PERFORM 2700-CHECK-SUPPRESSED
021845                     THRU 2700-EXIT
021850                 IF CF-SUPPRESSED
021855                     ADD 1 TO CF-COUNT-SUPPRESSED
021860                     GO TO 2100-EXIT
021865                 END-IF
021870             END-IF
021900             IF VIP-CUST-ID IS NUMERIC
022000                 MOVE VIP-CUST-ID TO CF-FEED-CUST-ID
023411 2500-DECIDE-ACTION.
023412*----------------------------------------------------------------
023413* DECIDES WHETHER THE STAGED CUSTOMER GOES OUT AND UNDER WHICH
023414* ACTION CODE.  FULL MODE SENDS EVERYTHING AS 'F'; DELTA MODE
023415* READS THE CUSTOMER'S LAST-TRANSMITTED STATE BY KEY AND HOLDS
023416* BACK UNCHANGED CUSTOMERS.  NO STATE FILE, OR NO RECORD FOR THE
023417* CUSTOMER, MEANS AN ARRIVAL.
023418*----------------------------------------------------------------
023419     IF CF-FULL-MODE
023420         MOVE 'F' TO CF-ACTION-CODE
023421         MOVE 'Y' TO CF-SEND-FLAG
023422         GO TO 2500-EXIT
023423     END-IF
023424
023425*    A RECORD WITH AN UNUSABLE CUST-ID CANNOT BE COMPARED - IT
023426*    GOES OUT AS AN ARRIVAL RATHER THAN BE DROPPED ON THE FLOOR.
023427     IF CF-FEED-CUST-ID = ZERO OR NOT CF-STATE-AVAIL
023428         MOVE 'A' TO CF-ACTION-CODE
023429         MOVE 'Y' TO CF-SEND-FLAG
023430         GO TO 2500-EXIT
023431     END-IF
023432
023433     MOVE CF-FEED-CUST-ID TO CST-CUST-ID
023434     READ CRM-STATE-FILE
023435         INVALID KEY
023436             MOVE SPACE TO CST-TIER
023437     END-READ
023438     IF NOT CF-STATE-OK AND NOT CF-STATE-NO-RECORD
023439         DISPLAY "ERROR READING CRM-STATE-FILE - FILE STATUS "
023440             CF-STATE-STATUS " - CUST-ID " CF-FEED-CUST-ID
023441         MOVE 'Y' TO CF-IO-ERROR-FLAG
023442         MOVE SPACE TO CST-TIER
023443     END-IF
023444
023445     EVALUATE CST-TIER
023446         WHEN 'V'
023447         WHEN 'P'
023448             IF CST-TIER = CF-FEED-TIER
023449                 MOVE 'N' TO CF-SEND-FLAG
023450             ELSE
023451                 MOVE 'C' TO CF-ACTION-CODE
023452                 MOVE 'Y' TO CF-SEND-FLAG
023453             END-IF
023454         WHEN OTHER
023455             MOVE 'A' TO CF-ACTION-CODE
023456             MOVE 'Y' TO CF-SEND-FLAG
023457     END-EVALUATE.
023458
023459 2500-EXIT.
023460     EXIT.
023462
023464 2600-WRITE-FEED-DETAIL.
023465*----------------------------------------------------------------
023466* ONE DETAIL RECORD FROM THE STAGING AREA.  THE TRAILER COUNT
023571 2600-EXIT.
023581     EXIT.
023590
023591 2700-CHECK-SUPPRESSED.
023592*----------------------------------------------------------------
023593* SETS CF-SUPPRESSED WHEN CF-CHECK-ID IS ON THE STANDING
023594* SUPPRESSION LIST.  ANY READ FAILURE BUT RECORD-NOT-FOUND IS A
023595* HARD ERROR.
023596*----------------------------------------------------------------
023597     MOVE 'N' TO CF-SUPPRESSED-FLAG
023598     IF NOT CF-SUPP-AVAIL
023599         GO TO 2700-EXIT
023600     END-IF
023601
023602     MOVE CF-CHECK-ID TO SUPP-CUST-ID
023603     READ SUPPRESS-FILE
023604         INVALID KEY
023605             CONTINUE
023606         NOT INVALID KEY
023607             MOVE 'Y' TO CF-SUPPRESSED-FLAG
023608     END-READ
023609     IF NOT CF-SUPP-OK AND NOT CF-SUPP-NO-RECORD
023610         DISPLAY "ERROR READING SUPPRESS-FILE - FILE STATUS "
023611             CF-SUPP-STATUS " - CUST-ID " CF-CHECK-ID
023612         MOVE 'Y' TO CF-IO-ERROR-FLAG
023613     END-IF.
023614
023615 2700-EXIT.
023616     EXIT.
023617
023618 2800-READ-TIER-HISTORY.
023619*----------------------------------------------------------------
023620* READS CF-CHECK-ID'S TIER-HISTORY RECORD AND SETS CF-HIST-FOUND.
023621* NOT ON FILE MEANS THE CUSTOMER WAS NOT CLASSIFIED THIS RUN.
023622*----------------------------------------------------------------
023623     MOVE 'N' TO CF-HIST-FOUND-FLAG
023624     MOVE CF-CHECK-ID TO HIST-CUST-ID
023625     READ TIER-HISTORY-FILE
023626         INVALID KEY
023627             CONTINUE
023628         NOT INVALID KEY
023629             MOVE 'Y' TO CF-HIST-FOUND-FLAG
023630     END-READ
023631     IF NOT CF-HIST-OK AND NOT CF-HIST-NO-RECORD
023632         DISPLAY "ERROR READING TIER-HISTORY-FILE - FILE "
023633             "STATUS " CF-HIST-STATUS " - CUST-ID " CF-CHECK-ID
023634         MOVE 'Y' TO CF-IO-ERROR-FLAG
023635     END-IF.
023636
023637 2800-EXIT.
023638     EXIT.
023658
023678 3000-FEED-PREMIUM-CUSTOMERS.
023700     PERFORM 3100-FEED-ONE-PREMIUM
023800         THRU 3100-EXIT
023900         UNTIL CF-PREMIUM-EOF.
024810*            A CUSTOMER ON THE SUPPRESSION LIST IS NOT SOLICITED
024820*            AND NEVER REACHES THE FEED OR ITS TRAILER CONTROLS.
024830             IF PRM-CUST-ID IS NUMERIC AND PRM-CUST-ID > ZERO
024835                 MOVE PRM-CUST-ID TO CF-CHECK-ID
024840                 PERFORM 2700-CHECK-SUPPRESSED
024845                     THRU 2700-EXIT
024850                 IF CF-SUPPRESSED
024855                     ADD 1 TO CF-COUNT-SUPPRESSED
024860                     GO TO 3100-EXIT
024865                 END-IF
024870             END-IF
024900             IF PRM-CUST-ID IS NUMERIC
025000                 MOVE PRM-CUST-ID TO CF-FEED-CUST-ID
026410
026411 3500-SEND-DROP-OUTS.
026412*----------------------------------------------------------------
026413* DELTA MODE ONLY - ONE KEYED PASS OF THE LAST-TRANSMITTED STATE.
026414* A CUSTOMER LAST SENT IN AN OUTREACH TIER WHOSE TIER HISTORY NO
026415* LONGER SHOWS VIP OR PREMIUM GOES OUT AS A 'D' DETAIL, WITH THE
026416* TIER AND BALANCE THEY LANDED AT (USUALLY NORMAL; NOT ON TIER
026417* HISTORY MEANS OFF THE BOOKS).  A CUSTOMER THE CRM SIDE ITSELF
026418* SUPPRESSED IS NOT RE-NOTIFIED.  WITHOUT TIER HISTORY A DROP-OUT
026419* CANNOT BE TOLD FROM A CUSTOMER STILL IN THE TIER, SO THE RUN
026420* GOES HARD ERROR AND THE STATE IS NOT ADVANCED.
026421*----------------------------------------------------------------
026422     IF NOT CF-STATE-AVAIL
026423         GO TO 3500-EXIT
026424     END-IF
026425
026426     IF NOT CF-HIST-AVAIL
026427         DISPLAY "TIER-HISTORY-FILE NOT AVAILABLE - DROP-OUTS "
026428             "CANNOT BE DECIDED"
026429         MOVE 'Y' TO CF-IO-ERROR-FLAG
026430         GO TO 3500-EXIT
026431     END-IF
026432
026433     MOVE ZERO TO CST-CUST-ID
026434     START CRM-STATE-FILE KEY IS NOT LESS THAN CST-CUST-ID
026435         INVALID KEY
026436             GO TO 3500-EXIT
026437     END-START
026438
026439     MOVE 'N' TO CF-STATE-EOF-FLAG
026440     PERFORM 3510-CHECK-ONE-DROP
026441         THRU 3510-EXIT
026442         UNTIL CF-STATE-EOF.
026443
026444 3500-EXIT.
026445     EXIT.
026446
026447 3510-CHECK-ONE-DROP.
026448     READ CRM-STATE-FILE NEXT RECORD
026449         AT END
026450             MOVE 'Y' TO CF-STATE-EOF-FLAG
026451             GO TO 3510-EXIT
026452     END-READ
026453
026454*    A READ FAILURE THAT IS NOT A CLEAN EOF MUST NOT SPIN THE
026455*    SCAN LOOP - THE SCAN IS ABANDONED AND THE RUN GOES HARD
026456*    ERROR.
026457     IF NOT CF-STATE-OK
026458         DISPLAY "ERROR READING CRM-STATE-FILE - FILE STATUS "
026459             CF-STATE-STATUS
026460         MOVE 'Y' TO CF-IO-ERROR-FLAG
026461         MOVE 'Y' TO CF-STATE-EOF-FLAG
026462         GO TO 3510-EXIT
026463     END-IF
026464
026465     IF CST-TIER NOT = 'V' AND CST-TIER NOT = 'P'
026466         GO TO 3510-EXIT
026467     END-IF
026468
026469     MOVE CST-CUST-ID TO CF-CHECK-ID
026470     PERFORM 2800-READ-TIER-HISTORY
026471         THRU 2800-EXIT
026472     IF CF-HIST-FOUND
026473         IF HIST-TIER = 'V' OR HIST-TIER = 'P'
026474             GO TO 3510-EXIT
026475         END-IF
026476     END-IF
026477
026478     PERFORM 2700-CHECK-SUPPRESSED
026479         THRU 2700-EXIT
026480     IF CF-SUPPRESSED
026481         GO TO 3510-EXIT
026482     END-IF
026483
026484     MOVE CST-CUST-ID TO CF-FEED-CUST-ID
026485     MOVE CST-NAME TO CF-FEED-NAME
026486     MOVE CST-REGION-CODE TO CF-FEED-REGION
026487     MOVE CST-ACCT-OPEN-DATE TO CF-FEED-OPEN-DATE
026488     IF CF-HIST-FOUND
026489         MOVE HIST-TIER TO CF-FEED-TIER
026490         MOVE HIST-BALANCE TO CF-FEED-BALANCE
026491     ELSE
026492         MOVE SPACE TO CF-FEED-TIER
026493         MOVE ZERO TO CF-FEED-BALANCE
026494     END-IF
026495
026496     MOVE 'D' TO CF-ACTION-CODE
026497     PERFORM 2600-WRITE-FEED-DETAIL
026498         THRU 2600-EXIT.
026499
026500 3510-EXIT.
026501     EXIT.
026502
026505 4000-WRITE-TRAILER.
026508     MOVE SPACES TO CRM-TRAILER-REC
026511     MOVE 'T' TO CRM-TRL-REC-TYPE
026514     MOVE CF-RECORD-COUNT TO CRM-TRL-REC-COUNT
026517     MOVE CF-BALANCE-HASH TO CRM-TRL-BALANCE-HASH
026520     WRITE CRM-DETAIL-REC FROM CRM-TRAILER-REC
026523     IF NOT CF-CRM-FILE-OK
026526         DISPLAY "ERROR WRITING CRM-FILE - FILE STATUS "
026529             CF-CRM-FILE-STATUS
026532         MOVE 'Y' TO CF-IO-ERROR-FLAG
026535     END-IF.
026538
026541 4000-EXIT.
026544     EXIT.
026547
026550 5000-UPDATE-CRM-STATE.
026553*----------------------------------------------------------------
026556* BRINGS THE STANDING STATE FILE INTO LINE WITH THE CURRENT
026559* OUTREACH POPULATION - WHAT THE NEXT DELTA RUN WILL COMPARE
026562* AGAINST.  A FULL RESYNC STARTS THE FILE AFRESH; A DELTA FIRST
026565* DELETES EVERY CUSTOMER THE DROP SCAN SENT OR PASSED OVER AS
026568* DROPPED OR SUPPRESSED.  EVERY CURRENT VIP AND PREMIUM CUSTOMER
026571* IS THEN REWRITTEN OR ADDED BY KEY.  SUPPRESSED CUSTOMERS ARE
026574* NEVER RECORDED, SO A LATER UNSUPPRESSION SENDS THEM AS A FRESH
026577* ARRIVAL.
026580*----------------------------------------------------------------
026583     IF CF-STATE-AVAIL
026586         CLOSE CRM-STATE-FILE
026589         MOVE 'N' TO CF-STATE-AVAIL-FLAG
026592     END-IF
026595
026598     IF CF-FULL-MODE
026601         OPEN OUTPUT CRM-STATE-FILE
026604         IF CF-STATE-OK
026607             CLOSE CRM-STATE-FILE
026610         END-IF
026613     END-IF
026616
026619     OPEN I-O CRM-STATE-FILE
026622     IF CF-STATE-NOT-FOUND
026625         OPEN OUTPUT CRM-STATE-FILE
026628         CLOSE CRM-STATE-FILE
026631         OPEN I-O CRM-STATE-FILE
026634     END-IF
026637     IF NOT CF-STATE-OK
026640         DISPLAY "ERROR OPENING CRM-STATE-FILE FOR UPDATE - FILE "
026643             "STATUS " CF-STATE-STATUS
026646         MOVE 'Y' TO CF-IO-ERROR-FLAG
026649         GO TO 5000-EXIT
026652     END-IF
026655     MOVE 'Y' TO CF-STATE-AVAIL-FLAG
026658
026661     IF NOT CF-FULL-MODE
026664         PERFORM 5100-PRUNE-CRM-STATE
026667             THRU 5100-EXIT
026670     END-IF
026673
026676     IF NOT CF-VIP-FILE-NOT-FOUND
026679         CLOSE VIP-FILE
026682         OPEN INPUT VIP-FILE
026685         IF NOT CF-VIP-FILE-OK
026688             DISPLAY "ERROR REOPENING VIP-FILE - FILE STATUS "
026691                 CF-VIP-FILE-STATUS
026694             MOVE 'Y' TO CF-IO-ERROR-FLAG
026697             GO TO 5000-EXIT
026700         END-IF
026703         MOVE 'N' TO CF-VIP-EOF-FLAG
026706         PERFORM 5200-POST-ONE-VIP
026709             THRU 5200-EXIT
026712             UNTIL CF-VIP-EOF
026715     END-IF
026718
026721     IF NOT CF-PREMIUM-FILE-NOT-FOUND
026724         CLOSE PREMIUM-FILE
026727         OPEN INPUT PREMIUM-FILE
026730         IF NOT CF-PREMIUM-FILE-OK
026733             DISPLAY "ERROR REOPENING PREMIUM-FILE - FILE STATUS "
026736                 CF-PREMIUM-FILE-STATUS
026739             MOVE 'Y' TO CF-IO-ERROR-FLAG
026742             GO TO 5000-EXIT
026745         END-IF
026748         MOVE 'N' TO CF-PREMIUM-EOF-FLAG
026751         PERFORM 5300-POST-ONE-PREMIUM
026754             THRU 5300-EXIT
026757             UNTIL CF-PREMIUM-EOF
026760     END-IF.
026763
026766 5000-EXIT.
026769     EXIT.
026772
026775 5100-PRUNE-CRM-STATE.
026778     MOVE ZERO TO CST-CUST-ID
026781     START CRM-STATE-FILE KEY IS NOT LESS THAN CST-CUST-ID
026784         INVALID KEY
026787             GO TO 5100-EXIT
026790     END-START
026793
026796     MOVE 'N' TO CF-STATE-EOF-FLAG
026799     PERFORM 5110-PRUNE-ONE-STATE
026802         THRU 5110-EXIT
026805         UNTIL CF-STATE-EOF.
026808
026811 5100-EXIT.
026814     EXIT.
026817
026820 5110-PRUNE-ONE-STATE.
026823     READ CRM-STATE-FILE NEXT RECORD
026826         AT END
026829             MOVE 'Y' TO CF-STATE-EOF-FLAG
026832             GO TO 5110-EXIT
026835     END-READ
026838
026841     IF NOT CF-STATE-OK
026844         DISPLAY "ERROR READING CRM-STATE-FILE - FILE STATUS "
026847             CF-STATE-STATUS
026850         MOVE 'Y' TO CF-IO-ERROR-FLAG
026853         MOVE 'Y' TO CF-STATE-EOF-FLAG
026856         GO TO 5110-EXIT
026859     END-IF
026862
026865*    THE SAME TEST THE DROP SCAN APPLIED - STILL VIP OR PREMIUM
026868*    ON TIER HISTORY AND NOT SUPPRESSED STAYS ON THE STATE.
026871     MOVE CST-CUST-ID TO CF-CHECK-ID
026874     PERFORM 2800-READ-TIER-HISTORY
026877         THRU 2800-EXIT
026880     PERFORM 2700-CHECK-SUPPRESSED
026883         THRU 2700-EXIT
026886     IF CF-HIST-FOUND AND NOT CF-SUPPRESSED
026889         IF HIST-TIER = 'V' OR HIST-TIER = 'P'
026892             GO TO 5110-EXIT
026895         END-IF
026898     END-IF
026901
026904     DELETE CRM-STATE-FILE RECORD
026907         INVALID KEY
026910             CONTINUE
026913     END-DELETE
026916     IF NOT CF-STATE-OK
026919         DISPLAY "ERROR DELETING CRM-STATE-FILE - FILE STATUS "
026922             CF-STATE-STATUS " - CUST-ID " CF-CHECK-ID
026925         MOVE 'Y' TO CF-IO-ERROR-FLAG
026928     END-IF.
026931
026934 5110-EXIT.
026937     EXIT.
026940
026943 5200-POST-ONE-VIP.
026946     READ VIP-FILE
026949         AT END
026952             MOVE 'Y' TO CF-VIP-EOF-FLAG
026955         NOT AT END
026958             IF VIP-CUST-ID IS NUMERIC
026961                 MOVE VIP-CUST-ID TO CF-FEED-CUST-ID
026964             ELSE
026967                 MOVE ZERO TO CF-FEED-CUST-ID
026970             END-IF
026973             MOVE 'V' TO CF-FEED-TIER
026976             MOVE VIP-NAME TO CF-FEED-NAME
026979             MOVE VIP-BALANCE TO CF-FEED-BALANCE
026982             MOVE VIP-REGION-CODE TO CF-FEED-REGION
026985             MOVE VIP-ACCOUNT-OPEN-DATE
026988                 TO CF-FEED-OPEN-DATE
026991             PERFORM 5400-POST-ONE-STATE
026994                 THRU 5400-EXIT
026997     END-READ
027000
027003     IF NOT CF-VIP-FILE-OK AND NOT CF-VIP-EOF
027006         DISPLAY "ERROR REREADING VIP-FILE - FILE STATUS "
027009             CF-VIP-FILE-STATUS
027012         MOVE 'Y' TO CF-IO-ERROR-FLAG
027015         MOVE 'Y' TO CF-VIP-EOF-FLAG
027018     END-IF.
027021
027024 5200-EXIT.
027027     EXIT.
027030
027033 5300-POST-ONE-PREMIUM.
027036     READ PREMIUM-FILE
027039         AT END
027042             MOVE 'Y' TO CF-PREMIUM-EOF-FLAG
027045         NOT AT END
027048             IF PRM-CUST-ID IS NUMERIC
027051                 MOVE PRM-CUST-ID TO CF-FEED-CUST-ID
027054             ELSE
027057                 MOVE ZERO TO CF-FEED-CUST-ID
027060             END-IF
027063             MOVE 'P' TO CF-FEED-TIER
027066             MOVE PRM-NAME TO CF-FEED-NAME
027069             MOVE PRM-BALANCE TO CF-FEED-BALANCE
027072             MOVE PRM-REGION-CODE TO CF-FEED-REGION
027075             MOVE PRM-ACCOUNT-OPEN-DATE
027078                 TO CF-FEED-OPEN-DATE
027081             PERFORM 5400-POST-ONE-STATE
027084                 THRU 5400-EXIT
027087     END-READ
027090
027093     IF NOT CF-PREMIUM-FILE-OK AND NOT CF-PREMIUM-EOF
027096         DISPLAY "ERROR REREADING PREMIUM-FILE - FILE STATUS "
027099             CF-PREMIUM-FILE-STATUS
027102         MOVE 'Y' TO CF-IO-ERROR-FLAG
027105         MOVE 'Y' TO CF-PREMIUM-EOF-FLAG
027108     END-IF.
027111
027114 5300-EXIT.
027117     EXIT.
027120
027123 5400-POST-ONE-STATE.
027126*----------------------------------------------------------------
027129* REWRITES OR ADDS THE STAGED CUSTOMER'S STATE RECORD, STAMPED
027132* WITH THIS RUN'S DATE.  AN UNUSABLE CUST-ID OR A SUPPRESSED
027135* CUSTOMER IS NOT RECORDED.
027138*----------------------------------------------------------------
027141     IF CF-FEED-CUST-ID = ZERO
027144         GO TO 5400-EXIT
027147     END-IF
027150
027153     MOVE CF-FEED-CUST-ID TO CF-CHECK-ID
027156     PERFORM 2700-CHECK-SUPPRESSED
027159         THRU 2700-EXIT
027162     IF CF-SUPPRESSED
027165         GO TO 5400-EXIT
027168     END-IF
027171
027174     MOVE CF-FEED-CUST-ID TO CST-CUST-ID
027177     READ CRM-STATE-FILE
027180         INVALID KEY
027183             MOVE 'N' TO CF-STATE-FOUND-FLAG
027186         NOT INVALID KEY
027189             MOVE 'Y' TO CF-STATE-FOUND-FLAG
027192     END-READ
027195
027198     MOVE CF-FEED-CUST-ID TO CST-CUST-ID
027201     MOVE CF-FEED-TIER TO CST-TIER
027204     MOVE CF-FEED-BALANCE TO CST-BALANCE
027207     MOVE CF-FEED-NAME TO CST-NAME
027210     MOVE CF-FEED-REGION TO CST-REGION-CODE
027213     MOVE CF-FEED-OPEN-DATE TO CST-ACCT-OPEN-DATE
027216     MOVE CF-RUN-DATE TO CST-RUN-DATE
027219
027222     IF CF-STATE-FOUND
027225         REWRITE CRM-STATE-REC
027228             INVALID KEY
027231                 CONTINUE
027234         END-REWRITE
027237     ELSE
027240         WRITE CRM-STATE-REC
027243             INVALID KEY
027246                 CONTINUE
027249         END-WRITE
027252     END-IF
027255     IF NOT CF-STATE-OK
027258         DISPLAY "ERROR WRITING CRM-STATE-FILE - FILE STATUS "
027261             CF-STATE-STATUS " - CUST-ID " CF-FEED-CUST-ID
027264         MOVE 'Y' TO CF-IO-ERROR-FLAG
027267     END-IF.
027270
027273 5400-EXIT.
027276     EXIT.
027279
027402 8000-WRITE-LEDGER.
027403*----------------------------------------------------------------
027404* APPENDS THE RUN'S CONTROL TOTALS TO THE DAILY BALANCING LEDGER,
027405* ONE LEDGREC PER TOTAL.  THE DETAIL TOTAL CARRIES THE TRAILER
027406* COUNT AND HASH; VIP AND PREMIUM ARE WHAT WAS SENT OF EACH TIER.
027407* THE FIRST RUN EVER CREATES THE FILE EMPTY AND REOPENS EXTEND.
027408* A LEDGER THAT CANNOT BE WRITTEN IS REPORTED ON THE CONSOLE;
027409* LEDGBAL THEN FINDS THE TOTALS MISSING AND FLAGS THE BREAK.
027410*----------------------------------------------------------------
027411     OPEN EXTEND LEDGER-FILE
027412     IF CF-LEDG-NOT-FOUND
027413         OPEN OUTPUT LEDGER-FILE
027414         CLOSE LEDGER-FILE
027415         OPEN EXTEND LEDGER-FILE
027416     END-IF
027417     IF NOT CF-LEDG-OK
027418         DISPLAY "ERROR OPENING LEDGER-FILE - FILE STATUS "
027419             CF-LEDG-STATUS
027420         GO TO 8000-EXIT
027421     END-IF
027422
027423     PERFORM 8010-START-LEDGER-REC
027424         THRU 8010-EXIT
027425     MOVE "DETAIL" TO LEDG-TOTAL-ID
027426     MOVE CF-RECORD-COUNT TO LEDG-COUNT
027427     MOVE CF-BALANCE-HASH TO LEDG-AMOUNT
027428     PERFORM 8020-PUT-LEDGER-REC
027429         THRU 8020-EXIT
027430
027431     PERFORM 8010-START-LEDGER-REC
027432         THRU 8010-EXIT
027433     MOVE "VIP" TO LEDG-TOTAL-ID
027434     MOVE CF-COUNT-VIP TO LEDG-COUNT
027435     PERFORM 8020-PUT-LEDGER-REC
027436         THRU 8020-EXIT
027437
027438     PERFORM 8010-START-LEDGER-REC
027439         THRU 8010-EXIT
027440     MOVE "PREMIUM" TO LEDG-TOTAL-ID
027441     MOVE CF-COUNT-PREMIUM TO LEDG-COUNT
027442     PERFORM 8020-PUT-LEDGER-REC
027443         THRU 8020-EXIT
027444
027445     PERFORM 8010-START-LEDGER-REC
027446         THRU 8010-EXIT
027447     MOVE "SUPPRESS" TO LEDG-TOTAL-ID
027448     MOVE CF-COUNT-SUPPRESSED TO LEDG-COUNT
027449     PERFORM 8020-PUT-LEDGER-REC
027450         THRU 8020-EXIT
027451
027452     PERFORM 8010-START-LEDGER-REC
027453         THRU 8010-EXIT
027454     MOVE "UNCHANGD" TO LEDG-TOTAL-ID
027455     MOVE CF-COUNT-UNCHANGED TO LEDG-COUNT
027456     PERFORM 8020-PUT-LEDGER-REC
027457         THRU 8020-EXIT
027458
027459     PERFORM 8010-START-LEDGER-REC
027460         THRU 8010-EXIT
027461     MOVE "DROPOUT" TO LEDG-TOTAL-ID
027462     MOVE CF-COUNT-DROPPED TO LEDG-COUNT
027463     PERFORM 8020-PUT-LEDGER-REC
027464         THRU 8020-EXIT
027465
027466     CLOSE LEDGER-FILE.
027467
027468 8000-EXIT.
027469     EXIT.
027470
027471 8010-START-LEDGER-REC.
027472     MOVE SPACES TO LEDGER-REC
027473     MOVE "CRMFEED" TO LEDG-PROGRAM
027474     MOVE CF-RUN-DATE TO LEDG-RUN-DATE
027475     MOVE CF-SOURCE-REGION TO LEDG-REGION-CODE
027476     IF CF-FULL-MODE
027477         MOVE "FULL" TO LEDG-RUN-MODE
027478     ELSE
027479         MOVE "DELTA" TO LEDG-RUN-MODE
027480     END-IF
027481     MOVE ZERO TO LEDG-COUNT
027482     MOVE ZERO TO LEDG-AMOUNT
027483     MOVE RETURN-CODE TO LEDG-SEVERITY.
027484
027485 8010-EXIT.
027486     EXIT.
027487
027488 8020-PUT-LEDGER-REC.
027489     WRITE LEDGER-REC
027490     IF NOT CF-LEDG-OK
027491         DISPLAY "ERROR WRITING LEDGER-FILE - FILE STATUS "
027492             CF-LEDG-STATUS
027493     END-IF.
027494
027495 8020-EXIT.
027496     EXIT.
027500
027600 9000-TERMINATE.
027700     IF NOT CF-VIP-FILE-NOT-FOUND
028000     IF NOT CF-PREMIUM-FILE-NOT-FOUND
028100         CLOSE PREMIUM-FILE
028200     END-IF
028210     IF CF-SUPP-AVAIL
028220         CLOSE SUPPRESS-FILE
028230     END-IF
028240     IF CF-HIST-AVAIL
028250         CLOSE TIER-HISTORY-FILE
028260     END-IF
028270     IF CF-STATE-AVAIL
028280         CLOSE CRM-STATE-FILE
028290     END-IF
028300     CLOSE CRM-FILE
028400     IF NOT CF-CRM-FILE-OK
028500         DISPLAY "ERROR CLOSING CRM-FILE - FILE STATUS "
