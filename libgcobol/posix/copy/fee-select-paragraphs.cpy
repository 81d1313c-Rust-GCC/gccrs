      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  fee-select-paragraphs.cpy
      *  FEESCHED row selection, the rule the monthly service
      *  charge is priced on, shared by FEE-ENGINE and the RATE-SIM
      *  impact simulation so a proposed schedule is priced exactly
      *  as the engine would charge it.  COPY into the PROCEDURE
      *  DIVISION and PERFORM 9620-FEE-SELECT-ROW with the fee code
      *  in FEE-WORK-CODE, the balance to be tiered in
      *  FEE-TIER-BALANCE, the account master record (AM-BRANCH) and
      *  the account's PRODUCT-LOOKUP reply (PQQ-FEE-PLAN,
      *  PQQ-BASE-TYPE) in place.  The winning row's subscript is
      *  left in FEE-BEST-SUB, zero when no row applies: a fee plan
      *  row beats a type row, a branch-specific row beats a
      *  generic one, and among tier rows the highest floor at or
      *  under the balance wins.
      *
      *  The calling program must supply, in WORKING-STORAGE:
      *      01 FEE-SCHED-COUNT    Binary-Long.
      *      01 FEE-SCHED-SUB      Binary-Long.
      *      01 FEE-SCHED-TABLE.
      *         05 FEE-SCHED-ENTRY OCCURS 100 TIMES.
      *            10 FEE-S-CODE      PIC X(04).
      *            10 FEE-S-TYPE      PIC X(02).
      *            10 FEE-S-BRANCH    PIC X(04).
      *            10 FEE-S-BASIS     PIC X(01).
      *            10 FEE-S-TIER-MIN  PIC 9(13)V99.
      *            10 FEE-S-AMOUNT    PIC 9(9)V99.
      *            10 FEE-S-PLAN      PIC X(04).
      *      01 FEE-BEST-SUB       Binary-Long.
      *      01 FEE-BEST-RANK      PIC 9(01).
      *      01 FEE-ROW-RANK       PIC 9(01).
      *      01 FEE-WORK-CODE      PIC X(04).
      *      01 FEE-TIER-BALANCE   PIC S9(13)V99 COMP-3.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       9620-FEE-SELECT-ROW.
           MOVE 0 TO FEE-BEST-SUB
           MOVE 0 TO FEE-BEST-RANK
           PERFORM 9621-FEE-TEST-ONE-ROW
              THRU 9621-FEE-TEST-ONE-ROW-EXIT
              VARYING FEE-SCHED-SUB FROM 1 BY 1
              UNTIL FEE-SCHED-SUB > FEE-SCHED-COUNT.
       9620-FEE-SELECT-ROW-EXIT.
           EXIT.

       9621-FEE-TEST-ONE-ROW.
           IF FEE-S-CODE (FEE-SCHED-SUB) NOT = FEE-WORK-CODE
              GO TO 9621-FEE-TEST-ONE-ROW-EXIT
           END-IF
           MOVE 0 TO FEE-ROW-RANK
           IF FEE-S-PLAN (FEE-SCHED-SUB) NOT = SPACES
              IF FEE-S-PLAN (FEE-SCHED-SUB) NOT = PQQ-FEE-PLAN
                 GO TO 9621-FEE-TEST-ONE-ROW-EXIT
              END-IF
              ADD 2 TO FEE-ROW-RANK
           ELSE
              IF FEE-S-TYPE (FEE-SCHED-SUB) NOT = '**' AND
                 FEE-S-TYPE (FEE-SCHED-SUB) NOT = PQQ-BASE-TYPE
                 GO TO 9621-FEE-TEST-ONE-ROW-EXIT
              END-IF
           END-IF
           IF FEE-S-BRANCH (FEE-SCHED-SUB) NOT = SPACES AND
              FEE-S-BRANCH (FEE-SCHED-SUB) NOT = AM-BRANCH
              GO TO 9621-FEE-TEST-ONE-ROW-EXIT
           END-IF
           IF FEE-S-BASIS (FEE-SCHED-SUB) = 'T' AND
              FEE-TIER-BALANCE < FEE-S-TIER-MIN (FEE-SCHED-SUB)
              GO TO 9621-FEE-TEST-ONE-ROW-EXIT
           END-IF
           IF FEE-S-BRANCH (FEE-SCHED-SUB) NOT = SPACES
              ADD 1 TO FEE-ROW-RANK
           END-IF
      *    more specific rows (plan 2, branch 1) displace any less
      *    specific choice; inside the same specificity a higher
      *    tier floor wins
           EVALUATE TRUE
              WHEN FEE-BEST-SUB = 0
                 CONTINUE
              WHEN FEE-ROW-RANK > FEE-BEST-RANK
                 CONTINUE
              WHEN FEE-ROW-RANK < FEE-BEST-RANK
                 GO TO 9621-FEE-TEST-ONE-ROW-EXIT
              WHEN FEE-S-TIER-MIN (FEE-SCHED-SUB) <=
                   FEE-S-TIER-MIN (FEE-BEST-SUB)
                 GO TO 9621-FEE-TEST-ONE-ROW-EXIT
           END-EVALUATE
           MOVE FEE-SCHED-SUB TO FEE-BEST-SUB
           MOVE FEE-ROW-RANK TO FEE-BEST-RANK.
       9621-FEE-TEST-ONE-ROW-EXIT.
           EXIT.
