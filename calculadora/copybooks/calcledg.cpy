      *> Ledger and history files created before the OVERRIDE-ID and
      *> ACK fields existed are at the old record length and must be
      *> converted once with CALCCONV before these programs can open
      *> them (mode LEDGER); files created before the REV- fields
      *> existed are converted with mode LEDGER2.
      *> COPY ... REPLACING ==:PFX:== BY ==<prefix>== to qualify the
      *> field names for the including record (e.g. LEDG-, HIST-).
           05  :PFX:TXN-ID           pic 9(10).
               88  :PFX:ACK-DISPUTED  value "D".
               88  :PFX:ACK-PRIOR     value "P".
           05  :PFX:ACK-DATE         pic x(8).
      *> Reversal (anulacion) link, maintained by CALCANUL. A
      *> reversed original keeps its OK status, is flagged "A" and
      *> points at the reversing entry; the reversing entry (status
      *> ANULACION, RESULT negated) is flagged "R" and points back at
      *> the original. Both carry the reason code, the operator who
      *> asked for the reversal and the supervisor who authorized it.
      *> The reversing entry keeps the original's OPERATOR-ID.
           05  :PFX:REV-FLAG         pic x.
               88  :PFX:REVERSED     value "A".
               88  :PFX:REVERSAL     value "R".
           05  :PFX:REV-TXN-ID       pic 9(10).
           05  :PFX:REV-REASON       pic x(4).
           05  :PFX:REV-OPERATOR     pic x(8).
           05  :PFX:REV-SUPERVISOR   pic x(8).
