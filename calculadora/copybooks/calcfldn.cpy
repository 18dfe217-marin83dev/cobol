      *> there is no result yet to carry. Pairs with calcfld.cpy,
      *> which adds RESULT for records written after a calculation
      *> completes (the ledger).
      *> EXPECTED is the result the sending department expects, in
      *> the RESULT picture. It is optional: spaces in EXPECTED-X
      *> mean none was sent, and a record written before the field
      *> existed reads back with spaces there.
      *> COPY ... REPLACING ==:PFX:== BY ==<prefix>== to qualify the
      *> field names for the including record (e.g. TRANS-, EXC-).
           05  :PFX:NUM1             pic s9(5)V9(2)
           05  :PFX:NUM2             pic s9(5)V9(2)
               sign is leading separate.
           05  :PFX:OPTION           pic 9.
           05  :PFX:EXPECTED-X       pic x(10).
               88  :PFX:NO-EXPECTED  value spaces.
           05  :PFX:EXPECTED redefines :PFX:EXPECTED-X
                                     pic s9(7)V9(2)
               sign is leading separate.
