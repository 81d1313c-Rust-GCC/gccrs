      *      per field: tag X(4) length 9(3) value
      *      'ETX' total-length 9(5) checksum 9(9)
      *  The checksum is the byte sum of everything before the
      *  trailer, mod 10**9.  An AMT field carries a whole number
      *  of the CCY currency's minor units (currency-master.cpy):
      *  cents for USD, yen for JPY, fils for BHD.
      *
      *  ISO 20022 form: a pain.001.001.09 customer credit
      *  transfer initiation, one transaction per message, for a
      *  counterparty whose CPTYMST format indicator is 'X'.
      *  ASSEMBLE looks the party up by the PRTY field; the
      *  structure maps onto the document as
      *      type, sender, seq  GrpHdr/MsgId 'type-sender-seq'
      *                         (also PmtInfId)
      *      DRCR  PmtTpInf/CtgyPurp/Prtry
      *      VDTE  ReqdExctnDt/Dt as YYYY-MM-DD
      *      REF   PmtId/EndToEndId ('NOTPROVIDED' when absent)
      *      AMT   Amt/InstdAmt in major units with the currency's
      *            own decimals, Ccy= the CCY field or else the
      *            party's settlement currency
      *      PRTY  CdtrAgt/FinInstnId/Othr/Id and Cdtr/Nm
      *      BACC  CdtrAcct/Id/Othr/Id
      *      BREF  RmtInf/Ustrd
      *      any other tag  SplmtryData/Envlp/Fld Tag="tag"
      *  Every XML message ASSEMBLE builds is scanned back against
      *  the structural rules -- well formed, pain.001 namespace,
      *  every required element present, one transaction, a valid
      *  date and amount, no longer than a queue slot -- and is
      *  refused with '16' (wire length zero) when it fails.  PARSE
      *  takes either form, telling them apart by the first byte,
      *  and also accepts a single camt.053 statement entry
      *  (<Ntry>, message type NTRY) for NOSTRO-RECON: Amt and Ccy
      *  -> AMT (minor units) and CCY, CdtDbtInd CRDT/DBIT -> DRCR R/P,
      *  ValDt/Dt -> VDTE, EndToEndId -> REF, AcctSvcrRef -> SREF.
      *  SMG-FORMAT replies the form assembled or parsed.
      *
      *  Requests: ASSEMBLE (structure -> wire), PARSE (wire ->
      *  structure).  SMG-STATUS '00' ok; parse reason codes:
      *  '10' no STX, '11' bad field length, '12' trailer missing,
      *  '13' length mismatch, '14' checksum mismatch,
      *  '15' too many fields, '16' XML fails the structural
      *  rules, '20' bad request.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 SMG-CONTROL.
           05 SMG-REQUEST          PIC X(08).
              88 SMG-LENGTH-MISMATCH  Value '13'.
              88 SMG-CHECKSUM-BAD     Value '14'.
              88 SMG-TOO-MANY-FIELDS  Value '15'.
              88 SMG-XML-INVALID      Value '16'.
              88 SMG-BAD-REQUEST      Value '20'.
           05 SMG-MSG-TYPE         PIC X(04).
           05 SMG-SENDER           PIC X(08).
              10 SMG-F-VALUE       PIC X(64).
           05 SMG-WIRE-LENGTH      Binary-Long.
           05 SMG-WIRE             PIC X(2048).
           05 SMG-FORMAT           PIC X(01).
              88 SMG-FORMAT-TAGGED    Value 'T'.
              88 SMG-FORMAT-XML       Value 'X'.
