002500*    RECORDS GO TO THE JRNLWORK WORK FILE IN PASS ONE AND COME
002600*    BACK IN PASS TWO - SO A FAILURE IN PASS ONE LEAVES THE
002700*    LIVE JOURNAL COMPLETELY UNTOUCHED.
002710*
002720*    THE RUN WILL NOT START WHILE A CUSTMAINT BATCH IS WAITING TO
002730*    BE RESTARTED - THE RESTART FINDS THE BATCH'S OWN JOURNAL
002740*    ENTRIES BY THEIR POSITION ON THE LIVE JOURNAL, WHICH A TRIM
002750*    IN BETWEEN WOULD SHIFT.
002800*
002900*    MODIFICATION HISTORY.
003000*    ------------------------------------------------------------
003100*    DATE       INIT  DESCRIPTION
003200*    ---------  ----  --------------------------------------------
003300*    09/02/2026 DT    ORIGINAL PROGRAM.
003330*    10/15/2026 DT    REFUSES TO RUN WHILE CMITFILE SHOWS A
003360*                     CUSTMAINT BATCH STILL AWAITING RESTART.
003400*    ------------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
005500
005600     SELECT ARCH-REPORT-FILE ASSIGN TO "ARPTFILE"
005700         FILE STATUS IS JA-RPT-STATUS.
005720
005740     SELECT COMMIT-POINT-FILE ASSIGN TO "CMITFILE"
005760         FILE STATUS IS JA-CMIT-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
008100*================================================================
008200 FD  ARCH-REPORT-FILE.
008300 01  ARCH-REPORT-LINE            PIC X(132).
008309
008318*================================================================
008327* COMMIT-POINT-FILE IS CUSTMAINT'S RESTART LOG.  ONLY THE PHASE
008336* OF THE LAST RECORD MATTERS HERE - ANYTHING BUT 'C' (COMPLETE)
008345* IS A BATCH STILL WAITING TO BE RESTARTED.
008354*================================================================
008363 FD  COMMIT-POINT-FILE.
008372 01  COMMIT-POINT-REC.
008381     05  CMIT-PHASE              PIC X(01).
008390     05  FILLER                  PIC X(142).
008400
008500 WORKING-STORAGE SECTION.
008600
009900         88  JA-JRNL-EOF                 VALUE 'Y'.
010000     05  JA-WORK-EOF-FLAG        PIC X(01) VALUE 'N'.
010100         88  JA-WORK-EOF                 VALUE 'Y'.
010110     05  JA-CMIT-STATUS          PIC X(02) VALUE SPACES.
010120         88  JA-CMIT-OK                  VALUE '00'.
010130         88  JA-CMIT-NOT-FOUND           VALUE '35'.
010140     05  JA-CMIT-EOF-FLAG        PIC X(01) VALUE 'N'.
010150         88  JA-CMIT-EOF                 VALUE 'Y'.
010200     05  JA-ABORT-FLAG           PIC X(01) VALUE 'N'.
010300         88  JA-ABORTED                  VALUE 'Y'.
010400     05  JA-IO-ERROR-FLAG        PIC X(01) VALUE 'N'.
010900 01  JA-PARM-CARD                PIC X(20) VALUE SPACES.
011000 01  JA-CUTOFF-DATE              PIC 9(08) VALUE 0.
011100 01  JA-RUN-DATE                 PIC 9(08) VALUE 0.
011150 01  JA-LAST-CMIT-PHASE          PIC X(01) VALUE SPACE.
011200
011300 01  JA-COUNTERS.
011400     05  JA-COUNT-READ           PIC 9(07) VALUE 0.
024500         WRITE ARCH-REPORT-LINE FROM JR-ABORT-LINE
024600         GO TO 1000-EXIT
024700     END-IF
024705
024710*----------------------------------------------------------------
024715* AN INTERRUPTED CUSTMAINT BATCH IS RESTARTED AGAINST THE LIVE
024720* JOURNAL AS IT STOOD WHEN THE BATCH BEGAN - TRIMMING IT IN
024725* BETWEEN WOULD HIDE WHAT THE BATCH ALREADY POSTED.  THE
024730* ARCHIVAL WAITS FOR THE RESTART.
024735*----------------------------------------------------------------
024740     PERFORM 1200-CHECK-COMMIT-POINT
024745         THRU 1200-EXIT
024750     IF JA-ABORTED
024755         GO TO 1000-EXIT
024760     END-IF
024800
024900     OPEN INPUT JOURNAL-FILE
025000     IF NOT JA-JRNL-OK
028900 1000-EXIT.
029000     EXIT.
029100
029101 1200-CHECK-COMMIT-POINT.
029102*----------------------------------------------------------------
029103* READS CUSTMAINT'S COMMIT-POINT LOG TO ITS LAST RECORD.  NO LOG
029104* MEANS NO BATCH HAS EVER BEEN INTERRUPTED.
029105*----------------------------------------------------------------
029106     OPEN INPUT COMMIT-POINT-FILE
029107     IF JA-CMIT-NOT-FOUND
029108         GO TO 1200-EXIT
029109     END-IF
029110
029111     IF NOT JA-CMIT-OK
029112         DISPLAY "ERROR OPENING COMMIT-POINT-FILE - FILE STATUS "
029113             JA-CMIT-STATUS
029114         MOVE "COMMIT-POINT-FILE DID NOT OPEN" TO JR-ABORT-TEXT
029115         WRITE ARCH-REPORT-LINE FROM JR-ABORT-LINE
029116         MOVE 'Y' TO JA-ABORT-FLAG
029117         GO TO 1200-EXIT
029118     END-IF
029119
029120     MOVE 'N' TO JA-CMIT-EOF-FLAG
029121     PERFORM 1210-READ-CMIT-REC
029122         THRU 1210-EXIT
029123         UNTIL JA-CMIT-EOF
029124     CLOSE COMMIT-POINT-FILE
029125
029126     IF NOT JA-ABORTED
029127        AND JA-LAST-CMIT-PHASE NOT = SPACE
029128        AND JA-LAST-CMIT-PHASE NOT = 'C'
029129         DISPLAY "CUSTMAINT BATCH INTERRUPTED - RESTART IT "
029130             "BEFORE ARCHIVING"
029131         MOVE "CUSTMAINT BATCH STILL AWAITING RESTART"
029132             TO JR-ABORT-TEXT
029133         WRITE ARCH-REPORT-LINE FROM JR-ABORT-LINE
029134         MOVE 'Y' TO JA-ABORT-FLAG
029135     END-IF.
029136
029137 1200-EXIT.
029138     EXIT.
029139
029140 1210-READ-CMIT-REC.
029141     READ COMMIT-POINT-FILE
029142         AT END
029143             MOVE 'Y' TO JA-CMIT-EOF-FLAG
029144         NOT AT END
029145             MOVE CMIT-PHASE TO JA-LAST-CMIT-PHASE
029146     END-READ
029147
029148     IF NOT JA-CMIT-OK AND NOT JA-CMIT-EOF
029149         DISPLAY "ERROR READING COMMIT-POINT-FILE - FILE STATUS "
029150             JA-CMIT-STATUS
029151         MOVE "COMMIT-POINT-FILE READ ERROR" TO JR-ABORT-TEXT
029152         WRITE ARCH-REPORT-LINE FROM JR-ABORT-LINE
029153         MOVE 'Y' TO JA-ABORT-FLAG
029154         MOVE 'Y' TO JA-CMIT-EOF-FLAG
029155     END-IF.
029156
029157 1210-EXIT.
029158     EXIT.
029159
029200 2000-SPLIT-JOURNAL.
029300*----------------------------------------------------------------
029400* PASS ONE - EVERY LIVE JOURNAL RECORD GOES TO EXACTLY ONE OF
