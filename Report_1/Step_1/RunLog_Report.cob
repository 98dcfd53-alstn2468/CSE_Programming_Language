05 RL-ELAPSED-MS      PIC X(2).
05 RL-SEP8            PIC X.
05 RL-OPERATOR        PIC X(8).
05 RL-SEP9            PIC X.
05 RL-OPERATION       PIC X.
05 RL-SEP10           PIC X.
05 RL-RESULT-NAME     PIC X(12).

FD TREND-REPORT.
01 TREND-REPORT-LINE          PIC X(100).
