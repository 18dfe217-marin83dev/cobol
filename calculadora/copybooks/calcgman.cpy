      *> Backup generation manifest record, CALCGEN.YYYYMMDD.MAN.
      *> CALCBKUP writes one H record and then one F record per file
      *> of the data set; CALCREST checks a generation against it
      *> before and after restoring. :PFX:HASH is only set on the
      *> ledger's F record: the sum of LEDG-RESULT over every ledger
      *> record, the same hash total CALCEXTR puts on its trailer.
      *> On the H record FILE-NAME holds the program that wrote it,
      *> COUNT the number of F records, and DATE/TIME when it ran.
      *> COPY ... REPLACING ==:PFX:== BY ==<prefix>== to qualify the
      *> field names for the including record (e.g. MAN-).
           05  :PFX:TYPE             pic x.
               88  :PFX:HEADER       value "H".
               88  :PFX:FILE-ENTRY   value "F".
           05  :PFX:TAG              pic x(4).
           05  :PFX:FILE-NAME        pic x(100).
      *> N when the file did not exist when the generation was taken;
      *> a restore then removes it too, keeping the set consistent.
           05  :PFX:PRESENT          pic x.
               88  :PFX:IS-PRESENT   value "Y".
               88  :PFX:ABSENT       value "N".
           05  :PFX:COUNT            pic 9(9).
           05  :PFX:HASH             pic s9(13)V9(2)
               sign is leading separate.
           05  :PFX:DATE             pic x(8).
           05  :PFX:TIME             pic x(8).
