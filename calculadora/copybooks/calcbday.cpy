      *> Business-day request area passed to CALCDIAS. A business day
      *> is a Monday to Friday not listed in the CALCCAL.DAT holiday
      *> calendar, the same rule CALCEOD uses to advance the date.
      *>   C  count: :PFX:DAYS = business days after FROM-DATE up to
      *>      and including TO-DATE (zero when TO-DATE is not later)
      *>   F  forward: TO-DATE = FROM-DATE if it is a business day,
      *>      otherwise the next business day after it
      *>   B  back: TO-DATE = FROM-DATE if it is a business day,
      *>      otherwise the last business day before it
      *> :PFX:STATUS comes back V, or E when a date is not a valid
      *> YYYYMMDD.
      *> COPY ... REPLACING ==:PFX:== BY ==<prefix>== to qualify the
      *> field names for the including record (e.g. DIAS-).
           05  :PFX:FUNCTION         pic x.
               88  :PFX:COUNT-DAYS   value "C".
               88  :PFX:FORWARD      value "F".
               88  :PFX:BACK         value "B".
           05  :PFX:FROM-DATE        pic x(8).
           05  :PFX:TO-DATE          pic x(8).
           05  :PFX:DAYS             pic 9(5).
           05  :PFX:STATUS           pic x.
               88  :PFX:VALID        value "V".
               88  :PFX:INVALID      value "E".
