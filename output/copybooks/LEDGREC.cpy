000100*================================================================
000200* LEDGREC - DAILY BALANCING LEDGER RECORD LAYOUT.
000300*
000400* ONE STANDARD CONTROL-TOTAL RECORD PER TOTAL A RUN PROVES,
000500* APPENDED TO THE STANDING LEDGER FILE AS THE RUN COMPLETES -
000600* THE PROGRAM, ITS RUN DATE, REGION TAG AND MODE, A TOTAL
000700* IDENTIFIER, A COUNT, A SIGNED AMOUNT (ZERO WHERE THE TOTAL IS A
000800* COUNT ONLY) AND THE RUN'S SEVERITY.  CUSTMAINT, CUSTOMERBATCH,
000900* CRMFEED AND CRMRESP ARE THE WRITERS; LEDGBAL READS THE DAY'S
001000* RECORDS AND PROVES THE CHAIN BETWEEN THEM.  COPIED BY ALL OF
001100* THEM SO THE PROGRAMS STAY IN STEP.
001200*
001300* TOTAL IDENTIFIERS -
001400*   CUSTMAINT      TRANREAD  TRANSACTIONS READ
001500*                  NETMOVE   'M' ADJUSTMENTS POSTED - COUNT AND
001600*                            NET MONETARY MOVEMENT
001700*                  MAINTMOV  ADDS, CHANGES AND CLOSES APPLIED -
001800*                            COUNT AND THE BALANCE THEY MOVED
001900*                  REJECTED  TRANSACTIONS REJECTED
002000*   CUSTOMERBATCH  INREAD    INPUT RECORDS READ
002100*                  VIP       VIP COUNT AND BALANCE
002200*                  PREMIUM   PREMIUM COUNT AND BALANCE
002300*                  NORMAL    NORMAL COUNT AND BALANCE
002400*                  GRAND     CLASSIFIED GRAND COUNT AND BALANCE
002500*                  REJECTED  RECORDS REJECTED
002600*                  DUPLICAT  DUPLICATE CUST-IDS
002700*   CRMFEED        DETAIL    DETAILS SENT - COUNT AND HASH
002710*                  VIP       VIP DETAILS SENT
002720*                  PREMIUM   PREMIUM DETAILS SENT
002800*                  SUPPRESS  SKIPPED AS SUPPRESSED
002900*                  UNCHANGD  HELD BACK AS UNCHANGED (DELTA)
003000*                  DROPOUT   DROP-OUT DETAILS SENT (DELTA)
003100*   CRMRESP        RESPREAD  RESPONSES READ
003200*                  CONTACT   CONTACTED
003300*                  OPTOUT    OPT-OUTS ADDED
003400*                  UNDELIV   UNDELIVERABLES ADDED
003500*                  ALRDSUPP  ALREADY SUPPRESSED
003600*                  BADOUTC   BAD OUTCOME CODES
003700*
003800* MODIFICATION HISTORY.
003900* ---------------------------------------------------------------
004000* DATE       INIT  DESCRIPTION
004100* ---------  ----  -----------------------------------------------
004200* 10/15/2026 DT    ORIGINAL COPYBOOK.
004300*================================================================
004400 05  LEDG-PROGRAM            PIC X(13).
004500 05  LEDG-RUN-DATE           PIC 9(08).
004600 05  LEDG-REGION-CODE        PIC X(03).
004700 05  LEDG-RUN-MODE           PIC X(08).
004800 05  LEDG-TOTAL-ID           PIC X(08).
004900 05  LEDG-COUNT              PIC 9(07).
005000 05  LEDG-AMOUNT             PIC S9(11)V99.
005100 05  LEDG-SEVERITY           PIC 9(02).
005200 05  FILLER                  PIC X(18).
