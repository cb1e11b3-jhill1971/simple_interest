000920*                  can be derived from the open and maturity
000930*                  dates: "A" = actual/365, "T" = 30/360, space =
000940*                  the whole-year period field as before.
000941* 10/15/2026 JH    Added the account status so a closed or
000942*                  dormant account can stay on the master for
000943*                  inquiry without being calculated or accrued:
000944*                  "O" = open, "C" = closed, "D" = dormant, and
000945*                  space = open, so existing records need no
000946*                  conversion.
000947* 10/15/2026 JH    Added the renewal instruction the maturity run
000948*                  acts on ("R" or space = renew for the same
000949*                  term, "P" = pay out), the pre-maturity notice
000950*                  flag, and the "M" status for a matured account
000951*                  awaiting payout.
000958* 10/15/2026 JH    Added the month-end interest disposition
000965*                  ("C" = capitalize to principal, "P" = pay out
000972*                  by ACH, space = hold as booked) and the payee
000979*                  routing number, account number and account
000986*                  type ("C" or space = checking, "S" = savings)
000993*                  a payout is sent to.
001000*================================================================
001100 01  ACCOUNT-RECORD.
001200     05  ACCT-ID                 PIC X(10).
002200     05  ACCT-SCHEDULE-FLAG      PIC X(01).
002300     05  ACCT-GL-CODE            PIC X(06).
002400     05  ACCT-DAY-COUNT-BASIS    PIC X(01).
002500     05  ACCT-STATUS             PIC X(01).
002600         88  ACCT-STATUS-OPEN    VALUE "O" " ".
002700         88  ACCT-STATUS-CLOSED  VALUE "C".
002800         88  ACCT-STATUS-DORMANT VALUE "D".
002900         88  ACCT-STATUS-MATURED VALUE "M".
003000     05  ACCT-RENEWAL-INSTR      PIC X(01).
003100         88  ACCT-RENEW-AT-MATURITY  VALUE "R" " ".
003200         88  ACCT-PAYOUT-AT-MATURITY VALUE "P".
003300     05  ACCT-NOTICE-FLAG        PIC X(01).
003400         88  ACCT-NOTICE-SENT    VALUE "Y".
003500     05  ACCT-DISPOSITION        PIC X(01).
003600         88  ACCT-DISP-CAPITALIZE    VALUE "C".
003700         88  ACCT-DISP-PAYOUT        VALUE "P".
003800         88  ACCT-DISP-HOLD          VALUE " ".
003900     05  ACCT-PAYEE-ROUTING      PIC X(09).
004000     05  ACCT-PAYEE-ACCOUNT      PIC X(17).
004100     05  ACCT-PAYEE-ACCT-TYPE    PIC X(01).
004200         88  ACCT-PAYEE-CHECKING VALUE "C" " ".
004300         88  ACCT-PAYEE-SAVINGS  VALUE "S".
