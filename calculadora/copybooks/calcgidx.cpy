      *> Backup generation index record, CALCGEN.DAT. One record per
      *> complete generation, oldest first, kept by CALCBKUP within
      *> the BACKUP-GENERATIONS parameter and listed by CALCREST.
      *> A generation's files are CALCGEN.<:PFX:DATE>.<tag> plus the
      *> manifest CALCGEN.<:PFX:DATE>.MAN (see calcgman.cpy).
      *> COPY ... REPLACING ==:PFX:== BY ==<prefix>== to qualify the
      *> field names for the including record (e.g. GIDX-).
           05  :PFX:DATE             pic x(8).
           05  filler                pic x.
           05  :PFX:MADE-DATE        pic x(8).
           05  filler                pic x.
           05  :PFX:MADE-TIME        pic x(8).
           05  filler                pic x.
           05  :PFX:LEDGER-COUNT     pic 9(9).
