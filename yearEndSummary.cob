002700*                  must run once a year for the whole book can
002800*                  neither understate the extract nor refuse
002900*                  to produce it.
002920* 10/15/2026 JH    Early-withdrawal penalty records on the log
002940*                  are skipped; the penalty does not reduce the
002960*                  interest reported for the year.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
029200* dated in the tax year adds its interest; a reversal whose
029300* original posting date falls in the tax year subtracts it,
029400* netting the pair out no matter which year the correction
029500* itself ran in. An early-withdrawal penalty is not interest
029550* paid and is left out of the figure.
029600*================================================================
029700 3200-ACCUMULATE-LOG-RECORD.
029800     IF WS-GROUP-OPEN
031100             SET WS-GROUP-ACTIVE TO TRUE
031200         END-IF
031300     ELSE
031400         IF SLOG-REVERSAL-FLAG NOT = "P"
031450             AND SLOG-RUN-YEAR = WS-TAX-YEAR
031500             ADD SLOG-INTEREST TO WS-GROUP-INTEREST
031600             SET WS-GROUP-ACTIVE TO TRUE
031700         END-IF
