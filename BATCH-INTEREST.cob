      *> charges nothing. A dormant account (AR-STATUS = "D", set by
      *> DORMANT-SCAN) keeps earning interest but is never charged
      *> the fee -- quietly draining an untouched account to zero is
      *> exactly what the regulators object to. Nor is an account
      *> OD-AGING has restricted for being overdrawn (AR-STATUS =
      *> "R") -- a fee there only deepens a balance already in
      *> collections.
      *> ============================================================
       PROCESS-ONE-ACCOUNT.
           MOVE "N" TO WS-ACCT-CHANGED
               IF AR-TYPE = "C" AND AR-BALANCE < WS-CUR-FEE-FLOOR
                   AND WS-CUR-FEE-AMT > 0
                   AND AR-STATUS NOT = "D"
                   AND AR-STATUS NOT = "R"
                   MOVE AR-LAST-FEE-DATE(1:6) TO WS-ACCT-MONTH
                   IF WS-ACCT-MONTH NOT = WS-THIS-MONTH
                       PERFORM POST-FEE
