  1126*                     CMBTSEED onto the master, so a monster's
  1127*                     fighting personality reloads like its
  1128*                     stats.
 1128A*   15 Oct 2026  NF  Carries the monster's fixed skill rating
 1128B*                     (CMBTSEED cols 64-67, blank = zero) onto
 1128C*                     the master for RATEUPD.
 1128D*   15 Oct 2026  NF  Carries the in-service/retired status
 1128E*                     (CMBTSEED col 68, blank = in service).
 1128F*                     Day-to-day stat changes now go through
 1128G*                     CMBTMNT, which keeps their before/after
 1128H*                     history on CMBTHIST - a reload from
 1128I*                     CMBTSEED writes no history, so it is for
 1128J*                     building the master, not for rebalancing.
  1130******************************************************************
  1140 IDENTIFICATION DIVISION.
  1150 PROGRAM-ID. CMBTLOAD.
  1518                   ==CMBT-TACTIC-CODE==  BY
  1519                       ==CMBT-SEED-TACTIC-CODE==
  1520                   ==CMBT-BERSERK-PCT==  BY
  1521                       ==CMBT-SEED-BERSERK-PCT==
 1521A                   ==CMBT-RATING==       BY
 1521B                       ==CMBT-SEED-RATING==
 1521C                   ==CMBT-IN-SERVICE==   BY
 1521D                       ==CMBT-SEED-IN-SERVICE==
 1521E                   ==CMBT-RETIRED==      BY
 1521F                       ==CMBT-SEED-RETIRED==
 1521G                   ==CMBT-STATUS==       BY
 1521H                       ==CMBT-SEED-STATUS==.
  1522
  1530 FD  CMBT-MASTER-FILE.
  1540     COPY CMBTREC.
  2087     ELSE
  2088         MOVE ZERO               TO CMBT-BERSERK-PCT
  2089     END-IF
 2089A     IF CMBT-SEED-RATING NUMERIC
 2089B         MOVE CMBT-SEED-RATING   TO CMBT-RATING
 2089C     ELSE
 2089D         MOVE ZERO               TO CMBT-RATING
 2089E     END-IF
 2089F     IF CMBT-SEED-RETIRED
 2089G         SET CMBT-RETIRED        TO TRUE
 2089H     ELSE
 2089I         MOVE SPACE              TO CMBT-STATUS
 2089J     END-IF
  2090
  2100     WRITE CMBT-RECORD
  2110         INVALID KEY
