      *  run: POST adds a movement under the semaphore (the
      *  MEMO-UPD listener handler is the producer), QUERY
      *  returns the accumulated memo total and count for one
      *  account, and CLEAR empties a posted day -- issued by the
      *  nightly maintenance once the master itself is updated, so
      *  the shadow never double-counts a posted day.  Amounts are
      *  carried fixed-scaled in cents inside the segment (the
      *  The attachment persists in this subprogram's
      *  WORKING-STORAGE across CALLs, the net-session pattern.
      *
      *  The segment keeps two business days apart.  POST always
      *  goes to the open side, dated the business date when the
      *  side's first posting arrives.  CUTOVER, issued by the
      *  MEMO-CUT step when ACCTTRAN is cut, closes the open side
      *  as the day being posted and opens the other for the next
      *  business day, so a posting reported while the posting run
      *  is under way waits for tomorrow's ACCTTRAN instead of
      *  being swept away with today's.  CLEAR names the day the
      *  run posted and empties that side only.  QUERY answers
      *  from both sides: until CLEAR, neither is on the master.
      *  Every posting is also appended to MEMOLOG (memo-log.cpy)
      *  under the semaphore, opened and closed on each CALL, the
      *  read-access pattern, for MEMO-RECON to prove against the
      *  day's ACCTTRAN; a posting that cannot be logged is not
      *  taken (status '40'), and an account new to the side takes
      *  its slot only once its posting is logged.  A posting that
      *  would open a side with no business date established is
      *  refused (status '80').
      *
      *  Modification history:
      *  2026-09-01 smckinney  Original version.
      *  2026-10-15 smckinney  Two-day shadow: CUTOVER request at
      *                        the ACCTTRAN cut, CLEAR of the posted
      *                        day only, QUERY across both days, and
      *                        every posting logged to MEMOLOG.
      *  2026-10-15 smckinney  A new account's slot is taken only
      *                        after its posting is logged, so a
      *                        log failure leaves no empty slot
      *                        behind; a posting with no business
      *                        date to open the side under is
      *                        refused ('80') instead of dating the
      *                        side zero.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. MEMO-POST.
            Function POSIX-SHMGET
            Function POSIX-SEMGET
            Function POSIX-SEMOP.
        Input-Output Section.
        File-Control.
            Select OPTIONAL MEMO-LOG-FILE Assign To MEMOLOG
                Organization Is Line Sequential
                File Status Is MPW-LOG-STATUS.
        Data Division.
        File Section.
        FD  MEMO-LOG-FILE.
        COPY memo-log.
        Working-Storage Section.
        COPY bus-date.
        01  MPW-LOG-STATUS          PIC X(02).
        01  MPW-NOW                 PIC X(21).
        01  MPW-SIDE                Binary-Long.
        01  MPW-OTHER               Binary-Long.
        01  MPW-TOTAL-CENTS         PIC S9(18) COMP-5.
        01  MPW-TOTAL-COUNT         PIC S9(9)  COMP-5.
        01  MPW-SHM-KEY             Binary-Long Value 9106.
        01  MPW-SEM-KEY             Binary-Long Value 9107.
        01  MPW-SHM-ID              Binary-Long.
                  PERFORM 2000-POST THRU 2000-POST-EXIT
               WHEN MPQ-REQ-QUERY
                  PERFORM 3000-QUERY THRU 3000-QUERY-EXIT
               WHEN MPQ-REQ-CUTOVER
                  PERFORM 5000-CUTOVER THRU 5000-CUTOVER-EXIT
               WHEN MPQ-REQ-CLEAR
                  PERFORM 4000-CLEAR THRU 4000-CLEAR-EXIT
               WHEN OTHER
        1000-ATTACH-EXIT.
            EXIT.

      * the posting is logged before it is added, and before a new
      * account takes a slot, so the shadow never holds a movement
      * or an account MEMO-RECON cannot see; the reply total is
      * the account's across both sides, as QUERY gives
        2000-POST.
            PERFORM 8000-LOCK THRU 8000-LOCK-EXIT
            PERFORM 2100-OPEN-SIDE THRU 2100-OPEN-SIDE-EXIT
            IF NOT MPQ-OK
               PERFORM 8100-UNLOCK THRU 8100-UNLOCK-EXIT
               GO TO 2000-POST-EXIT
            END-IF
            PERFORM 7000-FIND-SLOT THRU 7000-FIND-SLOT-EXIT
            IF MPW-FOUND-SLOT = 0 AND
               MEM-SLOT-COUNT (MPW-SIDE) NOT < 256
               MOVE '30' TO MPQ-STATUS
               PERFORM 8100-UNLOCK THRU 8100-UNLOCK-EXIT
               GO TO 2000-POST-EXIT
            END-IF
            MOVE MEM-SIDE-DATE (MPW-SIDE) TO MPQ-DATE
            PERFORM 2200-LOG-POSTING THRU 2200-LOG-POSTING-EXIT
            IF NOT MPQ-OK
               PERFORM 8100-UNLOCK THRU 8100-UNLOCK-EXIT
               GO TO 2000-POST-EXIT
            END-IF
            IF MPW-FOUND-SLOT = 0
               PERFORM 7050-TAKE-SLOT THRU 7050-TAKE-SLOT-EXIT
            END-IF
            COMPUTE MPW-CENTS = MPQ-AMOUNT * 100
            ADD MPW-CENTS TO MEM-MEMO-CENTS (MPW-SIDE, MPW-FOUND-SLOT)
            ADD 1 TO MEM-TXN-COUNT (MPW-SIDE, MPW-FOUND-SLOT)
            PERFORM 3050-TOTAL-KEY THRU 3050-TOTAL-KEY-EXIT
            PERFORM 8100-UNLOCK THRU 8100-UNLOCK-EXIT.
        2000-POST-EXIT.
            EXIT.

      * a segment fresh from IPC-INIT, or a side just cleared with
      * no cutover behind it, has no date yet: it takes the
      * business date with its first posting.  With no business
      * date the posting is refused -- a side dated zero could
      * never be cut over or cleared
        2100-OPEN-SIDE.
            IF MEM-OPEN-SIDE NOT = 1 AND MEM-OPEN-SIDE NOT = 2
               MOVE 1 TO MEM-OPEN-SIDE
            END-IF
            MOVE MEM-OPEN-SIDE TO MPW-SIDE
            SET MEM-SIDE-OPEN (MPW-SIDE) TO TRUE
            IF MEM-SIDE-DATE (MPW-SIDE) = 0
               CALL 'BUS-DATE' USING BDQ-CONTROL
               IF NOT BDQ-OK
                  DISPLAY 'memo-post: no business date established,'
                     ' posting refused'
                  MOVE '80' TO MPQ-STATUS
                  GO TO 2100-OPEN-SIDE-EXIT
               END-IF
               MOVE BDQ-DATE TO MEM-SIDE-DATE (MPW-SIDE)
            END-IF.
        2100-OPEN-SIDE-EXIT.
            EXIT.

        2200-LOG-POSTING.
            MOVE FUNCTION CURRENT-DATE TO MPW-NOW
            MOVE MPQ-DATE TO MLG-BUS-DATE
            MOVE MPW-NOW (1:8) TO MLG-DATE
            MOVE MPW-NOW (9:6) TO MLG-TIME
            MOVE MPQ-KEY TO MLG-KEY
            MOVE MPQ-AMOUNT TO MLG-AMOUNT
            MOVE MPQ-REFERENCE TO MLG-REFERENCE
            MOVE MPQ-ORIGIN TO MLG-ORIGIN
            OPEN EXTEND MEMO-LOG-FILE
            IF MPW-LOG-STATUS NOT = '00' AND
               MPW-LOG-STATUS NOT = '05'
               DISPLAY 'memo-post: cannot open MEMOLOG, status '
                  MPW-LOG-STATUS
               MOVE '40' TO MPQ-STATUS
               GO TO 2200-LOG-POSTING-EXIT
            END-IF
            WRITE MEMO-LOG-RECORD
            IF MPW-LOG-STATUS NOT = '00'
               DISPLAY 'memo-post: MEMOLOG write failed, status '
                  MPW-LOG-STATUS ' key ' FUNCTION TRIM(MPQ-KEY)
               MOVE '40' TO MPQ-STATUS
            END-IF
            CLOSE MEMO-LOG-FILE.
        2200-LOG-POSTING-EXIT.
            EXIT.

        3000-QUERY.
            PERFORM 8000-LOCK THRU 8000-LOCK-EXIT
            PERFORM 3050-TOTAL-KEY THRU 3050-TOTAL-KEY-EXIT
            PERFORM 8100-UNLOCK THRU 8100-UNLOCK-EXIT.
        3000-QUERY-EXIT.
            EXIT.

      * the key's memo total and count over both sides
        3050-TOTAL-KEY.
            MOVE 0 TO MPW-TOTAL-CENTS
            MOVE 0 TO MPW-TOTAL-COUNT
            PERFORM 3060-TOTAL-ONE-SIDE THRU 3060-TOTAL-ONE-SIDE-EXIT
               VARYING MPW-OTHER FROM 1 BY 1
               UNTIL MPW-OTHER > 2
            COMPUTE MPQ-MEMO-TOTAL = MPW-TOTAL-CENTS / 100
            MOVE MPW-TOTAL-COUNT TO MPQ-TXN-COUNT.
        3050-TOTAL-KEY-EXIT.
            EXIT.

        3060-TOTAL-ONE-SIDE.
            PERFORM 3100-MATCH-ONE THRU 3100-MATCH-ONE-EXIT
               VARYING MPW-SUB FROM 1 BY 1
               UNTIL MPW-SUB > MEM-SLOT-COUNT (MPW-OTHER).
        3060-TOTAL-ONE-SIDE-EXIT.
            EXIT.

        3100-MATCH-ONE.
            IF MEM-KEY (MPW-OTHER, MPW-SUB) = MPQ-KEY
               ADD MEM-MEMO-CENTS (MPW-OTHER, MPW-SUB)
                 TO MPW-TOTAL-CENTS
               ADD MEM-TXN-COUNT (MPW-OTHER, MPW-SUB)
                 TO MPW-TOTAL-COUNT
            END-IF.
        3100-MATCH-ONE-EXIT.
            EXIT.

      * the cut side of the posted day is what goes; a day that
      * was never cut is still the open side, and is cleared as
      * before the shadow was split -- postings since the
      * ACCTTRAN cut with it -- and reported '70'
        4000-CLEAR.
            IF MPQ-DATE = 0
               MOVE '20' TO MPQ-STATUS
               GO TO 4000-CLEAR-EXIT
            END-IF
            PERFORM 8000-LOCK THRU 8000-LOCK-EXIT
            MOVE 0 TO MPW-SIDE
            PERFORM 4050-MATCH-CUT-SIDE THRU 4050-MATCH-CUT-SIDE-EXIT
               VARYING MPW-OTHER FROM 1 BY 1
               UNTIL MPW-OTHER > 2
            IF MPW-SIDE = 0
               PERFORM 4060-MATCH-OPEN-SIDE
                  THRU 4060-MATCH-OPEN-SIDE-EXIT
                  VARYING MPW-OTHER FROM 1 BY 1
                  UNTIL MPW-OTHER > 2
               IF MPW-SIDE > 0
                  MOVE '70' TO MPQ-STATUS
               END-IF
            END-IF
            IF MPW-SIDE = 0
               MOVE '60' TO MPQ-STATUS
               PERFORM 8100-UNLOCK THRU 8100-UNLOCK-EXIT
               GO TO 4000-CLEAR-EXIT
            END-IF
            PERFORM 4200-TOTAL-SIDE THRU 4200-TOTAL-SIDE-EXIT
            PERFORM 4100-CLEAR-ONE THRU 4100-CLEAR-ONE-EXIT
               VARYING MPW-SUB FROM 1 BY 1
               UNTIL MPW-SUB > 256
            MOVE 0 TO MEM-SLOT-COUNT (MPW-SIDE)
            MOVE 0 TO MEM-SIDE-DATE (MPW-SIDE)
            IF MEM-SIDE-CUT (MPW-SIDE)
               SET MEM-SIDE-EMPTY (MPW-SIDE) TO TRUE
            END-IF
            PERFORM 8100-UNLOCK THRU 8100-UNLOCK-EXIT.
        4000-CLEAR-EXIT.
            EXIT.

        4050-MATCH-CUT-SIDE.
            IF MEM-SIDE-CUT (MPW-OTHER) AND
               MEM-SIDE-DATE (MPW-OTHER) = MPQ-DATE
               MOVE MPW-OTHER TO MPW-SIDE
            END-IF.
        4050-MATCH-CUT-SIDE-EXIT.
            EXIT.

        4060-MATCH-OPEN-SIDE.
            IF MEM-SIDE-OPEN (MPW-OTHER) AND
               MEM-SIDE-DATE (MPW-OTHER) = MPQ-DATE
               MOVE MPW-OTHER TO MPW-SIDE
            END-IF.
        4060-MATCH-OPEN-SIDE-EXIT.
            EXIT.

        4100-CLEAR-ONE.
            MOVE SPACES TO MEM-KEY (MPW-SIDE, MPW-SUB)
            MOVE 0 TO MEM-MEMO-CENTS (MPW-SIDE, MPW-SUB)
            MOVE 0 TO MEM-TXN-COUNT (MPW-SIDE, MPW-SUB).
        4100-CLEAR-ONE-EXIT.
            EXIT.

      * the side's net memo total and posting count, for the reply
        4200-TOTAL-SIDE.
            MOVE 0 TO MPW-TOTAL-CENTS
            MOVE 0 TO MPW-TOTAL-COUNT
            PERFORM 4210-TOTAL-ONE-SLOT THRU 4210-TOTAL-ONE-SLOT-EXIT
               VARYING MPW-SUB FROM 1 BY 1
               UNTIL MPW-SUB > MEM-SLOT-COUNT (MPW-SIDE)
            COMPUTE MPQ-MEMO-TOTAL = MPW-TOTAL-CENTS / 100
            MOVE MPW-TOTAL-COUNT TO MPQ-TXN-COUNT.
        4200-TOTAL-SIDE-EXIT.
            EXIT.

        4210-TOTAL-ONE-SLOT.
            ADD MEM-MEMO-CENTS (MPW-SIDE, MPW-SUB) TO MPW-TOTAL-CENTS
            ADD MEM-TXN-COUNT (MPW-SIDE, MPW-SUB) TO MPW-TOTAL-COUNT.
        4210-TOTAL-ONE-SLOT-EXIT.
            EXIT.

      * everything taken up to the cut belongs to the day being
      * posted, whatever date its first posting stamped; the
      * other side must be empty to open for the next day.  A
      * second CUTOVER for the same day changes nothing
        5000-CUTOVER.
            IF MPQ-DATE = 0 OR MPQ-NEXT-DATE NOT > MPQ-DATE
               MOVE '20' TO MPQ-STATUS
               GO TO 5000-CUTOVER-EXIT
            END-IF
            PERFORM 8000-LOCK THRU 8000-LOCK-EXIT
            IF MEM-OPEN-SIDE NOT = 1 AND MEM-OPEN-SIDE NOT = 2
               MOVE 1 TO MEM-OPEN-SIDE
            END-IF
            MOVE MEM-OPEN-SIDE TO MPW-SIDE
            COMPUTE MPW-OTHER = 3 - MPW-SIDE
            IF MEM-SIDE-DATE (MPW-SIDE) = MPQ-NEXT-DATE AND
               MEM-SIDE-CUT (MPW-OTHER) AND
               MEM-SIDE-DATE (MPW-OTHER) = MPQ-DATE
               MOVE MPW-OTHER TO MPW-SIDE
               PERFORM 4200-TOTAL-SIDE THRU 4200-TOTAL-SIDE-EXIT
               PERFORM 8100-UNLOCK THRU 8100-UNLOCK-EXIT
               GO TO 5000-CUTOVER-EXIT
            END-IF
            IF MEM-SLOT-COUNT (MPW-OTHER) > 0
               MOVE '50' TO MPQ-STATUS
               PERFORM 8100-UNLOCK THRU 8100-UNLOCK-EXIT
               GO TO 5000-CUTOVER-EXIT
            END-IF
            MOVE MPQ-DATE TO MEM-SIDE-DATE (MPW-SIDE)
            SET MEM-SIDE-CUT (MPW-SIDE) TO TRUE
            MOVE MPQ-NEXT-DATE TO MEM-SIDE-DATE (MPW-OTHER)
            SET MEM-SIDE-OPEN (MPW-OTHER) TO TRUE
            MOVE MPW-OTHER TO MEM-OPEN-SIDE
            PERFORM 4200-TOTAL-SIDE THRU 4200-TOTAL-SIDE-EXIT
            PERFORM 8100-UNLOCK THRU 8100-UNLOCK-EXIT.
        5000-CUTOVER-EXIT.
            EXIT.

      * finds the slot for MPQ-KEY on side MPW-SIDE;
      * MPW-FOUND-SLOT is zero when the key has none yet
        7000-FIND-SLOT.
            MOVE 0 TO MPW-FOUND-SLOT
            PERFORM 7100-MATCH-SLOT THRU 7100-MATCH-SLOT-EXIT
               VARYING MPW-SUB FROM 1 BY 1
               UNTIL MPW-SUB > MEM-SLOT-COUNT (MPW-SIDE)
                  OR MPW-FOUND-SLOT > 0.
        7000-FIND-SLOT-EXIT.
            EXIT.

      * a new slot for MPQ-KEY on side MPW-SIDE, taken only once
      * the posting is logged; the caller has proved there is room
        7050-TAKE-SLOT.
            ADD 1 TO MEM-SLOT-COUNT (MPW-SIDE)
            MOVE MEM-SLOT-COUNT (MPW-SIDE) TO MPW-FOUND-SLOT
            MOVE MPQ-KEY TO MEM-KEY (MPW-SIDE, MPW-FOUND-SLOT)
            MOVE 0 TO MEM-MEMO-CENTS (MPW-SIDE, MPW-FOUND-SLOT)
            MOVE 0 TO MEM-TXN-COUNT (MPW-SIDE, MPW-FOUND-SLOT).
        7050-TAKE-SLOT-EXIT.
            EXIT.

        7100-MATCH-SLOT.
            IF MEM-KEY (MPW-SIDE, MPW-SUB) = MPQ-KEY
               MOVE MPW-SUB TO MPW-FOUND-SLOT
            END-IF.
        7100-MATCH-SLOT-EXIT.
