000100*================================================================
000200* CNTHREC - CRM CONTACT HISTORY RECORD LAYOUT.
000300*
000400* ONE RECORD PER RESPONSE OUTCOME THE CRM SIDE RETURNS -
000500* CONTACTED, UNDELIVERABLE OR OPT-OUT - APPENDED BY CRMRESP TO
000600* THE STANDING CONTACT HISTORY FILE AND NEVER REWRITTEN.  THE TIER
000700* AND BALANCE ARE THE CUSTOMER'S TIER HISTORY ENTRY WHEN THE
000800* RESPONSE WAS PROCESSED - THE TIER THE OUTREACH WAS AIMED AT -
000900* SPACE AND ZERO WHEN THE CUSTOMER HAD NO TIER HISTORY.  THE
001000* TRANSMISSION DATE AND SOURCE REGION ARE THE RESPONSE FILE'S
001100* HEADER, SO ONE TRANSMISSION'S RECORDS CAN BE PICKED OUT
001200* AGAIN.  COPIED BY CRMRESP (WRITER), CAMPEFF AND DORMDET
001300* (READERS) SO THE PROGRAMS STAY IN STEP.
001400*
001500* MODIFICATION HISTORY.
001600* ---------------------------------------------------------------
001700* DATE       INIT  DESCRIPTION
001800* ---------  ----  -----------------------------------------------
001900* 10/15/2026 DT    ORIGINAL COPYBOOK.
002000*================================================================
002100 05  CNTH-CUST-ID            PIC 9(05).
002200 05  CNTH-OUTCOME-CODE       PIC X(01).
002300     88  CNTH-CONTACTED              VALUE 'C'.
002400     88  CNTH-UNDELIVERABLE          VALUE 'U'.
002500     88  CNTH-OPT-OUT                VALUE 'O'.
002600 05  CNTH-RESPONSE-DATE      PIC 9(08).
002700 05  CNTH-TIER               PIC X(01).
002800 05  CNTH-BALANCE            PIC S9(07)V99.
002900 05  CNTH-TRANS-DATE         PIC 9(08).
003000 05  CNTH-SOURCE-REGION      PIC X(03).
003100 05  CNTH-RUN-DATE           PIC 9(08).
003200 05  FILLER                  PIC X(07).
