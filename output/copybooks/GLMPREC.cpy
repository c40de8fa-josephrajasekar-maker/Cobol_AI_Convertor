000100*================================================================
000200* GLMPREC - REGION TO GENERAL LEDGER ACCOUNT MAPPING RECORD.
000300*
000400* ONE RECORD PER REGION - THE REGION CODE CARRIED IN CUSTREC,
000500* THE GL CONTROL ACCOUNT THAT CARRIES THE REGION'S CUSTOMER
000600* BALANCES, THE OFFSET (CLEARING) ACCOUNT THE OTHER SIDE OF
000700* EACH MOVEMENT IS POSTED TO, AND A STATUS BYTE - 'A' POST,
000800* ANYTHING ELSE HOLDS THE REGION'S MOVEMENT IN SUSPENSE.  ONE
000900* FURTHER RECORD WITH REGION CODE "***" NAMES THE SUSPENSE
001000* CONTROL AND OFFSET ACCOUNTS USED FOR ANY REGION THAT IS NOT
001100* MAPPED OR WHOSE MAPPING IS REJECTED.  THE FILE IS OPERATOR-
001200* MAINTAINED; GLPOST LOADS IT AT INITIALIZATION.
001300*
001400* MODIFICATION HISTORY.
001500* ---------------------------------------------------------------
001600* DATE       INIT  DESCRIPTION
001700* ---------  ----  -----------------------------------------------
001800* 10/15/2026 DT    ORIGINAL COPYBOOK.
001900*================================================================
002000 05  GLMP-REGION-CODE        PIC X(03).
002100     88  GLMP-SUSPENSE-REC           VALUE "***".
002200 05  GLMP-CONTROL-ACCT       PIC X(10).
002300 05  GLMP-OFFSET-ACCT        PIC X(10).
002400 05  GLMP-STATUS             PIC X(01).
002500     88  GLMP-ACTIVE                 VALUE 'A'.
002600 05  FILLER                  PIC X(06).
