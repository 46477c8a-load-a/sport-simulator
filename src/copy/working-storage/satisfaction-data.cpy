01 satisfaction-status PIC 99.
  88 end-of-satisfaction VALUE 10.
  88 satisfaction-missing VALUE 35.
78 SATISFACTION-THRESHOLD VALUE 40.
78 SATISFACTION-AT-RISK-LEVEL VALUE 55.
78 TRADE-REQUEST-WEEKS VALUE 3.
