      *                        toward the same lockout as a failed
      *                        SGNO -- the change door no longer
      *                        bypasses the lock.
      *  2026-10-15 smckinney  The signed-on user and tier are
      *                        passed to the handler in IHX-USER /
      *                        IHX-USER-TIER, so a handler can ask
      *                        PII-CRYPT for clear text on their
      *                        behalf.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. INQUIRY-LISTENER.
            EXIT.

        3200-CALL-HANDLER.
            MOVE INQ-REQ-USER TO IHX-USER
            MOVE INQ-REQ-TIER TO IHX-USER-TIER
            CALL ITT-HANDLER (INQ-FOUND-SUB) USING IHX-EXCHANGE
               ON EXCEPTION
                  SET IHX-FAILED TO TRUE
