000300*
000400* ONE RECORD PER VALID REGION - THE THREE-CHARACTER REGION CODE
000500* CARRIED IN CUSTREC PLUS THE REGION'S PRINTABLE NAME.  THE FILE
000600* IS MAINTAINED BY REGNMAINT.  COPIED BY REGNMAINT (WRITER),
000700* CUSTOMERBATCH AND CUSTMAINT (LOAD IT TO VALIDATE REGION-CODE
000710* AND PRINT REGION NAMES), CORPCONS (READER) AND REGNMIGR
000720* (STAMPS A MIGRATED REGION CLOSED AND EMPTY) SO THE PROGRAMS
000800* STAY IN STEP.
000900*
001000* MODIFICATION HISTORY.
001100* ---------------------------------------------------------------
001450*                  CUSTMAINT REFUSES ADDS INTO A CLOSED REGION
001460*                  AND CORPCONS DOES NOT REPORT A CLOSED REGION
001470*                  AS A HOLE.
001480* 10/15/2026 DT    ADDED REGN-STATUS 'E' - CLOSED AND EMPTY.  SET
001481*                  ONLY BY THE REGNMIGR CONSOLIDATION RUN ONCE
001482*                  EVERY CUSTOMER OF A CLOSED REGION HAS MOVED TO
001483*                  A SUCCESSOR, IT MARKS THE REGION ELIGIBLE FOR
001484*                  DELETION THROUGH REGNMAINT.  EVERY READER
001485*                  TREATS 'E' AS CLOSED.
001490* 10/15/2026 DT    COPIED-BY LIST BROUGHT UP TO DATE.
001500*================================================================
001600 05  REGN-CODE               PIC X(03).
001700 05  REGN-NAME               PIC X(20).
