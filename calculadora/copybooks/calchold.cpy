      *> Held batch transaction layout. CALCULADORA writes one record
      *> to CALCHOLD.DAT instead of posting when an OK batch
      *> calculation has NUM1, NUM2 or RESULT above the
      *> HOLD-AMOUNT-LIMIT parameter; CALCLIBR records the second
      *> operator's decision on it. CALCHOLD.DAT is indexed on
      *> :PFX:KEY (run id plus record number within the run's
      *> transaction file).
      *> The NUM1/NUM2/OPTION/RESULT pictures mirror calcfld.cpy and
      *> must be kept in step with it. EXPECTED carries the
      *> transaction's expected result (calcfldn.cpy), spaces in
      *> EXPECTED-X when none was sent, so CALCLIBR can run the
      *> variance check when it posts the release.
      *> COPY ... REPLACING ==:PFX:== BY ==<prefix>== to qualify the
      *> field names for the including record (e.g. HOLD-).
           05  :PFX:KEY.
               10  :PFX:RUN-ID       pic 9(6).
               10  :PFX:REC-NUMBER   pic 9(8).
           05  :PFX:DATE             pic x(8).
           05  :PFX:TIME             pic x(8).
           05  :PFX:OPERATOR-ID      pic x(30).
           05  :PFX:NUM1             pic s9(5)V9(2)
               sign is leading separate.
           05  :PFX:NUM2             pic s9(5)V9(2)
               sign is leading separate.
           05  :PFX:OPTION           pic 9.
           05  :PFX:RESULT           pic s9(7)V9(2)
               sign is leading separate.
      *> P until a second operator decides; A once approved and
      *> posted to the ledger (TXN-ID is the posting), R once
      *> rejected (TXN-ID is the RECHAZADO ledger record).
           05  :PFX:STATUS           pic x.
               88  :PFX:PENDING      value "P".
               88  :PFX:APPROVED     value "A".
               88  :PFX:REJECTED     value "R".
           05  :PFX:DECIDED-BY       pic x(8).
           05  :PFX:DECIDED-DATE     pic x(8).
           05  :PFX:DECIDED-TIME     pic x(8).
           05  :PFX:TXN-ID           pic 9(10).
           05  :PFX:EXPECTED-X       pic x(10).
               88  :PFX:NO-EXPECTED  value spaces.
           05  :PFX:EXPECTED redefines :PFX:EXPECTED-X
                                     pic s9(7)V9(2)
               sign is leading separate.
