      *> Standing (recurring) calculation order, CALCSTND.DAT,
      *> indexed on :PFX:ID. Maintained with CALCSTMN; CALCSTGN turns
      *> the orders due on the business date into transaction files
      *> for that night's CALCSCHED plan.
      *> The NUM1/NUM2/OPTION pictures mirror calcfldn.cpy and must be
      *> kept in step with it.
      *> COPY ... REPLACING ==:PFX:== BY ==<prefix>== to qualify the
      *> field names for the including record (e.g. STND-).
           05  :PFX:ID               pic x(8).
           05  :PFX:OWNER-ID         pic x(8).
           05  :PFX:DESCRIPTION      pic x(30).
           05  :PFX:NUM1             pic s9(5)V9(2)
               sign is leading separate.
           05  :PFX:NUM2             pic s9(5)V9(2)
               sign is leading separate.
           05  :PFX:OPTION           pic 9.
      *> D every business day; S weekly on weekday FREQ-DAY (1 =
      *> Monday .. 7 = Sunday); M last business day of the month;
      *> F day FREQ-DAY of the month (the month's last day when the
      *> month is shorter). A weekly or fixed day that is not a
      *> business day rolls forward to the next one; month-end rolls
      *> back so it stays in its month.
           05  :PFX:FREQUENCY        pic x.
               88  :PFX:DAILY        value "D".
               88  :PFX:WEEKLY       value "S".
               88  :PFX:MONTH-END    value "M".
               88  :PFX:DAY-OF-MONTH value "F".
           05  :PFX:FREQ-DAY         pic 9(2).
           05  :PFX:START-DATE       pic x(8).
      *> Spaces when the order has no end date.
           05  :PFX:END-DATE         pic x(8).
           05  :PFX:ACTIVE-FLAG      pic x.
               88  :PFX:ACTIVE       value "A".
               88  :PFX:INACTIVE     value "I".
      *> Business date and CALCSTGN pass that last generated the
      *> order; an order already generated for a date is never
      *> generated again for it.
           05  :PFX:LAST-GEN-DATE    pic x(8).
           05  :PFX:LAST-GEN-PASS    pic 9(2).
           05  :PFX:UPD-DATE         pic x(8).
           05  :PFX:UPD-OPERATOR     pic x(8).
