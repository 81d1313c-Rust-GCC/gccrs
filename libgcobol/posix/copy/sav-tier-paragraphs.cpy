      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  sav-tier-paragraphs.cpy
      *  SAVRATES balance-tier selection, the rule savings interest
      *  accrues on, shared by SAV-ACCRUE and the RATE-SIM impact
      *  simulation so a proposed tier table is priced exactly as
      *  the accrual would price it.  COPY into the PROCEDURE
      *  DIVISION and PERFORM 9610-SAV-FIND-TIER-RATE with the
      *  account's rate table in SAV-RATE-TABLE and the balance to
      *  be tiered in SAV-TIER-BALANCE: the highest tier of that
      *  table whose floor is at or under the balance wins (the
      *  table is maintained in ascending floor order), its rate
      *  left in SAV-RATE-FOUND.  SAV-TIER-MATCHES counts the tiers
      *  the table has; zero means the table is not loaded.
      *
      *  The calling program must supply, in WORKING-STORAGE:
      *      01 SAV-TIER-COUNT     Binary-Long.
      *      01 SAV-TIER-SUB       Binary-Long.
      *      01 SAV-TIER-TABLE.
      *         05 SAV-TIER OCCURS 20 TIMES.
      *            10 SAV-T-MIN    PIC 9(13)V99.
      *            10 SAV-T-RATE   PIC 9(3)V9(6).
      *            10 SAV-T-TABLE  PIC X(04).
      *      01 SAV-RATE-TABLE     PIC X(04).
      *      01 SAV-TIER-MATCHES   Binary-Long.
      *      01 SAV-RATE-FOUND     PIC 9(3)V9(6).
      *      01 SAV-TIER-BALANCE   PIC S9(13)V99 COMP-3.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       9610-SAV-FIND-TIER-RATE.
           MOVE 0 TO SAV-RATE-FOUND
           MOVE 0 TO SAV-TIER-MATCHES
           PERFORM 9611-SAV-TEST-ONE-TIER
              THRU 9611-SAV-TEST-ONE-TIER-EXIT
              VARYING SAV-TIER-SUB FROM 1 BY 1
              UNTIL SAV-TIER-SUB > SAV-TIER-COUNT.
       9610-SAV-FIND-TIER-RATE-EXIT.
           EXIT.

       9611-SAV-TEST-ONE-TIER.
           IF SAV-T-TABLE (SAV-TIER-SUB) NOT = SAV-RATE-TABLE
              GO TO 9611-SAV-TEST-ONE-TIER-EXIT
           END-IF
           ADD 1 TO SAV-TIER-MATCHES
           IF SAV-TIER-BALANCE >= SAV-T-MIN (SAV-TIER-SUB)
              MOVE SAV-T-RATE (SAV-TIER-SUB) TO SAV-RATE-FOUND
           END-IF.
       9611-SAV-TEST-ONE-TIER-EXIT.
           EXIT.
