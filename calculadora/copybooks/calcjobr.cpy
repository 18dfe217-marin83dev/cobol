      *> Job log record, one line of CALCJOB.<bus-date>.LOG. Every
      *> batch program fills this area and calls CALCJLOG once as it
      *> starts (EVENT S) and once as it ends (EVENT E). CALCJLOG
      *> stamps the dates and times and appends the record. The
      *> caller keeps the area between the two calls, so the end
      *> record carries the start stamp that pairs it with its start
      *> (CALCJSTA, CALCEOD).
      *> COUNT(1..3) are the program's key counts, named in order by
      *> COUNT-NOTE (e.g. "LEIDAS/CONTAB/RECHAZ"); RETURN-CODE is
      *> only meaningful on the end record. INPUT names what the run
      *> worked on when a program runs more than once a day for
      *> different inputs (CALCULADORA and CALCRECON put the
      *> transaction file there); spaces for other programs.
      *> COPY ... REPLACING ==:PFX:== BY ==<prefix>== to qualify the
      *> field names for the including record (e.g. JOB-).
           05  :PFX:PROGRAM          pic x(11).
           05  :PFX:EVENT            pic x.
               88  :PFX:EVENT-START  value "S".
               88  :PFX:EVENT-END    value "E".
           05  :PFX:BUS-DATE         pic x(8).
           05  :PFX:OPERATOR-ID      pic x(30).
           05  :PFX:START-DATE       pic x(8).
           05  :PFX:START-TIME       pic x(8).
           05  :PFX:END-DATE         pic x(8).
           05  :PFX:END-TIME         pic x(8).
           05  :PFX:RUN-ID           pic 9(6).
           05  :PFX:COUNT            pic 9(9) occurs 3 times.
           05  :PFX:COUNT-NOTE       pic x(30).
           05  :PFX:RETURN-CODE      pic 9(4).
           05  :PFX:INPUT            pic x(40).
