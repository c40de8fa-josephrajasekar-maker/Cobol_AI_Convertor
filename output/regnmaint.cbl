002620*                     STANDING FILES PREDATING REGN-STATUS, AND
002630*                     A GUARD THAT ABANDONS A NORMAL RUN WHOSE
002640*                     FILE STILL CARRIES THE OLD LAYOUT.
002641*    10/15/2026 DT    ACCEPTS REGN-STATUS 'E' (CLOSED AND EMPTY,
002642*                     SET BY THE REGNMIGR CONSOLIDATION RUN ONCE
002643*                     A CLOSED REGION'S CUSTOMERS HAVE MOVED).  A
002644*                     CHANGE CARRYING 'C' OR 'E' LEAVES AN 'E'
002645*                     REGION AT 'E'; ONLY REGNMIGR SETS IT.
002700*    ------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
034700         AT END
034800             MOVE 'Y' TO RM-REGN-EOF-FLAG
034900         NOT AT END
034910*            A STATUS BYTE THAT IS NOT 'A', 'C', 'E' OR SPACE
034920*            MEANS THE FILE WAS NEVER CONVERTED TO THE LAYOUT
034930*            CARRYING REGN-STATUS - READING ON WOULD FRAME-SHIFT
034940*            EVERY RECORD AND A REWRITE WOULD MAKE THE DAMAGE
034950*            PERMANENT, SO THE RUN IS ABANDONED INSTEAD.
034960             IF RMF-STATUS NOT = 'A' AND 'C' AND 'E' AND SPACE
034970                 DISPLAY "REGION-MASTER STATUS BYTE UNKNOWN - "
034980                     "FILE MAY PREDATE REGN-STATUS - RUN "
034990                     "REGNMAINT WITH PARM CONVERT - RUN ABANDONED"
057000     ADD 1 TO RM-REGION-COUNT
057100     MOVE REGN-CODE TO RM-TBL-CODE(RM-REGION-COUNT)
057200     MOVE REGN-NAME TO RM-TBL-NAME(RM-REGION-COUNT)
057300     IF REGN-STATUS = 'C' OR REGN-STATUS = 'E'
057400         MOVE 'C' TO RM-TBL-STATUS(RM-REGION-COUNT)
057500     ELSE
057600         MOVE 'A' TO RM-TBL-STATUS(RM-REGION-COUNT)
058700*----------------------------------------------------------------
058800* A CHANGE REPLACES THE NAME AND STATUS.  A STATUS OF 'C' IS HOW
058900* A RETIRING REGION IS CLOSED TO NEW BUSINESS WITHOUT BEING
059000* PHYSICALLY REMOVED.  A REGION ALREADY AT 'E' - CLOSED AND
059010* EMPTIED BY REGNMIGR - STAYS AT 'E' ON A CLOSING CHANGE; ONLY
059020* THE MIGRATION RUN CAN PROVE A REGION EMPTY.
059100*----------------------------------------------------------------
059200     MOVE REGN-CODE TO RM-LOOKUP-CODE
059300     PERFORM 3100-FIND-BY-LOOKUP
060000     END-IF
060100
060200     MOVE REGN-NAME TO RM-TBL-NAME(RM-FOUND-SUB)
060300     IF REGN-STATUS = 'C' OR REGN-STATUS = 'E'
060310         IF RM-TBL-STATUS(RM-FOUND-SUB) NOT = 'E'
060400             MOVE 'C' TO RM-TBL-STATUS(RM-FOUND-SUB)
060410         END-IF
060500         MOVE "REGION CLOSED TO NEW BUSINESS" TO RM-RESULT-TEXT
060600     ELSE
060700         MOVE 'A' TO RM-TBL-STATUS(RM-FOUND-SUB)
