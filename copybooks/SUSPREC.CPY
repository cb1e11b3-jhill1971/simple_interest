001510* 08/22/2026 JH    Carried the widened account record and added
001520*                  the "D" reason code for a bad open/maturity
001530*                  date pair on a date-driven day-count basis.
001540* 10/15/2026 JH    Carried the account record widened by the
001550*                  account status byte.
001560* 10/15/2026 JH    Carried the account record widened by the
001570*                  renewal instruction and notice flag.
001580* 10/15/2026 JH    Carried the account record widened by the
001590*                  interest disposition and payee fields.
001592* 10/15/2026 JH    Added the date the account was first rejected
001594*                  (the run date; a resubmit that rejects it
001596*                  again keeps the original date).
001600*================================================================
001700 01  SUSPENSE-RECORD.
001800     05  SUSP-ACCOUNT-DATA       PIC X(117).
001900     05  FILLER                  PIC X(01).
002000     05  SUSP-REASON-CODES.
002100         10  SUSP-REASON-PRINCIPAL   PIC X(01).
002310         10  SUSP-REASON-DATES       PIC X(01).
002400         10  SUSP-REASON-FREQ        PIC X(01).
002500         10  SUSP-REASON-OVERFLOW    PIC X(01).
002600     05  FILLER                  PIC X(01).
002700     05  SUSP-REJECT-DATE        PIC 9(08).
