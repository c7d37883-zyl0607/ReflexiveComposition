      *> FX-RATE-RECORD layout for FXRATE.DAT, the exchange-rate
      *> table treasury keys through FXRATE-MAINT each business day:
      *> one record per currency per effective date, so the rates a
      *> past conversion used stay on file. Rates are US dollars per
      *> one unit of the foreign currency. The buy rate is what the
      *> bank pays for currency it takes in (an incoming wire is
      *> converted at it); the sell rate is what it charges for
      *> currency it pays out. The mid rate between them is the
      *> market reference the FX margin is measured against.
      *> FX-WIRE-INTAKE converts only at a rate effective on the
      *> business date itself — a currency with no rate keyed for
      *> the day is not converted at a stale one.
       01  FX-RATE-RECORD.
           05  FX-CURRENCY        PIC X(3).
           05  FX-EFFECTIVE-DATE  PIC X(8).
           05  FX-BUY-RATE        PIC 9(3)V9(7).
           05  FX-SELL-RATE       PIC 9(3)V9(7).
           05  FX-CHANGED-DATE    PIC X(8).
           05  FX-CHANGED-BY      PIC X(8).
