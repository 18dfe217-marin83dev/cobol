      *> Expected-result variance layout. CALCULADORA appends one
      *> record to CALCVAR.DAT for each batch transaction that posted
      *> OK with a RESULT further from the EXPECTED value sent on the
      *> transaction than the VAR-TOLERANCE-n parameter for its
      *> operation allows. The posting itself is not held back;
      *> TXN-ID is the ledger record. Read by CALCVARR and CALCRECON.
      *> The NUM1/NUM2/OPTION/RESULT pictures mirror calcfld.cpy and
      *> must be kept in step with it.
      *> COPY ... REPLACING ==:PFX:== BY ==<prefix>== to qualify the
      *> field names for the including record (e.g. VAR-).
           05  :PFX:RUN-ID           pic 9(6).
           05  :PFX:REC-NUMBER       pic 9(8).
           05  :PFX:TXN-ID           pic 9(10).
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
           05  :PFX:EXPECTED         pic s9(7)V9(2)
               sign is leading separate.
      *> RESULT minus EXPECTED, and the tolerance it was judged by.
           05  :PFX:DIFFERENCE       pic s9(8)V9(2)
               sign is leading separate.
           05  :PFX:TOLERANCE        pic s9(7)V9(2)
               sign is leading separate.
