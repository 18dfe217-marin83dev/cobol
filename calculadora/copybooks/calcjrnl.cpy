      *> Maintenance journal record, one line of CALCJRNL.DAT. The
      *> maintenance programs (CALCOPMN, CALCPMMN) append one record
      *> for every change they make to a master record; the file is
      *> never rewritten. BEFORE-IMAGE and AFTER-IMAGE hold the whole
      *> master record (calcoper.cpy when FILE is OPER, calcparm.cpy
      *> when FILE is PARM) as it stood before and after the change;
      *> BEFORE-IMAGE is spaces on an ALTA. OPERATOR-ID is the signed-on
      *> operator who made the change (spaces only for the first
      *> operator created on a new system). CALCJRPT lists it.
      *> COPY ... REPLACING ==:PFX:== BY ==<prefix>== to qualify the
      *> field names for the including record (e.g. JRN-).
           05  :PFX:DATE             pic x(8).
           05  :PFX:TIME             pic x(8).
           05  :PFX:OPERATOR-ID      pic x(30).
           05  :PFX:FILE             pic x(4).
               88  :PFX:FILE-OPER    value "OPER".
               88  :PFX:FILE-PARM    value "PARM".
           05  :PFX:TARGET-KEY       pic x(28).
           05  :PFX:ACTION           pic x(8).
               88  :PFX:ACTION-ADD   value "ALTA".
               88  :PFX:ACTION-CHANGE value "MODIF".
               88  :PFX:ACTION-DEACTIVATE value "BAJA".
               88  :PFX:ACTION-REACTIVATE value "REACT".
               88  :PFX:ACTION-PERMISSIONS value "PERMISOS".
           05  :PFX:BEFORE-IMAGE     pic x(144).
           05  :PFX:AFTER-IMAGE      pic x(144).
