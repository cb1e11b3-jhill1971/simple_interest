000100*================================================================
000200* ACCRJNL  --  the accrual journal: one record for every change
000300* the posting program makes to an account's month-to-date
000400* accrued interest on ACCRMST, so the accrual balance can be
000500* rolled forward from one period to the next and proved.
000600*   "A"  a day's interest accrued into the month bucket
000700*   "E"  the month bucket emitted to ACCRPOST at month end
000800*   "M"  the month bucket booked as final interest at maturity
000900*   "W"  the month bucket taken into an early-withdrawal payoff
001000* The amount is what left or joined the bucket, at the bucket's
001100* five decimals; the posted amount is the cents the release was
001200* booked or emitted at (zero on an accrual).
001300*----------------------------------------------------------------
001400* DATE       INIT  DESCRIPTION
001500* 10/15/2026 JH    Written for the accrual rollforward, so the
001600*                  daily run, the maturity run and the payoff
001700*                  leave a trail the reconciliation can read.
001800*================================================================
001900 01  ACCRUAL-JOURNAL-RECORD.
002000     05  JRNL-ACCOUNT-ID         PIC X(10).
002100     05  FILLER                  PIC X(01).
002200     05  JRNL-DATE               PIC 9(08).
002300     05  FILLER                  PIC X(01).
002400     05  JRNL-TYPE               PIC X(01).
002500         88  JRNL-ACCRUED        VALUE "A".
002600         88  JRNL-EMITTED        VALUE "E".
002700         88  JRNL-MATURED        VALUE "M".
002800         88  JRNL-PAID-OFF       VALUE "W".
002900     05  FILLER                  PIC X(01).
003000     05  JRNL-AMOUNT             PIC 9(09)V9(05).
003100     05  FILLER                  PIC X(01).
003200     05  JRNL-POSTED             PIC 9(09)V99.
003300     05  FILLER                  PIC X(01).
003400     05  JRNL-GL-CODE            PIC X(06).
