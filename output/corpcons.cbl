002591*                     EXCLUDED, CATCHING A REPEATED DROP EVEN
002592*                     WITH ANOTHER DATE IN BETWEEN, AND STALE
002593*                     OLDER DROPS RE-APPENDED TO THE FILE.
002594*    10/15/2026 DT    A REGION FLAGGED 'E' (CLOSED AND EMPTY,
002595*                     SET BY THE REGNMIGR CONSOLIDATION RUN) IS
002596*                     NOT REPORTED AS A HOLE EITHER.
002600*    ------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
064900
065000 3100-CHECK-ONE-REGION.
065010*----------------------------------------------------------------
065020* A REGION CLOSED TO NEW BUSINESS, OR CLOSED AND EMPTIED ('E'),
065030* IS EXPECTED TO GO QUIET - NO CONTRIBUTION FROM IT IS NOT A
065035* HOLE.
065040*----------------------------------------------------------------
065050     IF CC-REF-STATUS(CC-REGION-REF-IDX) = 'C'
065055        OR CC-REF-STATUS(CC-REGION-REF-IDX) = 'E'
065060         GO TO 3100-EXIT
065070     END-IF
065080
